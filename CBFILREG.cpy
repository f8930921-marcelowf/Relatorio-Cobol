      *-----------------------------------------------------------------
      * Copybook: CBFILREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro da fila de trabalho diaria da
      *          cobranca interna (FilaCobranca.dat, LINE SEQUENTIAL),
      *          gerada inteira pelo CBLZMW26 a cada execucao e
      *          consultada pelo cobrador no CBLZMW27. Os registros vem
      *          por cobrador e, dentro dele, na ordem de prioridade:
      *          promessas quebradas primeiro, depois a faixa de
      *          atraso mais antiga e o maior valor atualizado. Campos:
      *            FIL-COBRADOR  cobrador a quem o devedor foi atribuido
      *            FIL-SEQ       posicao do devedor na fila do cobrador
      *            FIL-CNPJ      CNPJ do devedor
      *            FIL-FILIAL    filial do devedor na foto
      *            FIL-CLASSE    Q promessa quebrada, N fila normal
      *            FIL-FAIXA     faixa de atraso (1 a vencer, 2 1-30,
      *                          3 31-60, 4 61-90, 5 91-180, 6 mais
      *                          de 180, 7 sem data)
      *            FIL-VALO      valor original no mestre
      *            FIL-VATU      valor atualizado na data da fila
      *            FIL-RAZAO     razao social (Cadastro.dat)
      *            FIL-FONE      telefone (Cadastro.dat)
      *            FIL-EMAIL     e-mail (Cadastro.dat)
      *            FIL-DATA      data de geracao da fila
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-REG-FILA.
           02 FIL-COBRADOR PIC X(08).
           02 FIL-SEQ      PIC 9(05).
           02 FIL-CNPJ     PIC 9(14).
           02 FIL-FILIAL   PIC X(02).
           02 FIL-CLASSE   PIC X(01).
           02 FIL-FAIXA    PIC 9(01).
           02 FIL-VALO     PIC 9(13)V99.
           02 FIL-VATU     PIC 9(13)V99.
           02 FIL-RAZAO    PIC X(40).
           02 FIL-FONE     PIC X(15).
           02 FIL-EMAIL    PIC X(40).
           02 FIL-DATA     PIC 9(08).
