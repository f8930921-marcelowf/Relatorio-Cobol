      *-----------------------------------------------------------------
      * Copybook: CBCOBREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro da tabela de cobradores internos
      *          (Cobradores.dat, LINE SEQUENTIAL, mantida pela
      *          supervisao de cobranca como as demais tabelas de
      *          parametro). Um registro por cobrador e carteira: o
      *          CBLZMW26 distribui cada devedor INADIMPLENTE (02)
      *          para o cobrador ativo da filial do devedor cuja faixa
      *          de valor contenha o valor original do mestre; a
      *          filial '**' atende qualquer filial e so e usada
      *          quando nenhum cobrador da propria filial cobre a
      *          faixa. Varios cobradores para a mesma filial e faixa
      *          dividem os devedores pelo CNPJ. A identificacao do
      *          cobrador e a mesma do operador em Operadores.dat, que
      *          registra os contatos no CBLZMW27. Campos:
      *            COB-ID         identificacao do cobrador
      *            COB-NOME       nome do cobrador
      *            COB-FILIAL     filial atendida ('**' qualquer)
      *            COB-FAIXA-MIN  menor valor original atendido
      *            COB-FAIXA-MAX  maior valor original atendido
      *            COB-ATIVO      S ativo, N fora da distribuicao
      *          Inclui a tabela de cobradores em memoria usada pelos
      *          programas que carregam o arquivo inteiro.
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-TAB-COBRADORES.
           02 WK-COB-QTD PIC 9(03) VALUE ZEROS.
           02 WK-COB-ENT OCCURS 100 TIMES.
               03 WK-COB-ID        PIC X(08).
               03 WK-COB-NOME      PIC X(30).
               03 WK-COB-FILIAL    PIC X(02).
               03 WK-COB-FAIXA-MIN PIC 9(13)V99.
               03 WK-COB-FAIXA-MAX PIC 9(13)V99.

       01 WK-REG-COBRADOR.
           02 COB-ID        PIC X(08).
           02 COB-NOME      PIC X(30).
           02 COB-FILIAL    PIC X(02).
           02 COB-FAIXA-MIN PIC 9(13)V99.
           02 COB-FAIXA-MAX PIC 9(13)V99.
           02 COB-ATIVO     PIC X(01).
