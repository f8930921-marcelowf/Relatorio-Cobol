      *-----------------------------------------------------------------
      * Copybook: CBPRMREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro do controle de promessas de
      *          pagamento da cobranca interna (Promessas.dat, LINE
      *          SEQUENTIAL). O CBLZMW27 acrescenta a promessa aberta
      *          (status A) a cada contato com promessa; o CBLZMW26
      *          carrega o arquivo inteiro, acumula os pagamentos do
      *          dia (Baixas.dat) nas promessas abertas, avalia as
      *          promessas vencidas e regrava o arquivo; o CBLZMW28 le
      *          as promessas para a produtividade dos cobradores.
      *          Status da promessa:
      *            A aberta (data prometida ainda nao passou)
      *            C cumprida (pago ate a avaliacao cobre o prometido)
      *            Q quebrada (data passou sem o valor prometido)
      *            S substituida por promessa mais nova do mesmo CNPJ
      *          Campos:
      *            PRM-CNPJ        CNPJ do devedor
      *            PRM-COBRADOR    cobrador que obteve a promessa
      *            PRM-DATA        data do contato da promessa
      *            PRM-DATA-PROM   data prometida para o pagamento
      *            PRM-VALO-PROM   valor prometido
      *            PRM-VALO-PAGO   pagamentos acumulados desde o
      *                            contato enquanto aberta
      *            PRM-STATUS      A, C, Q ou S
      *            PRM-DATA-AVAL   data da avaliacao (cumprida,
      *                            quebrada ou substituida)
      *            PRM-DATA-CONF   ultima data de Baixas.dat acumulada
      *                            (impede somar o mesmo dia em dobro)
      *            PRM-RETOMADA    S ja houve contato depois da
      *                            quebra, N quebrada ainda na frente
      *                            da fila (branco fora da Q)
      *          Inclui a tabela de promessas em memoria usada pelos
      *          programas que carregam o arquivo inteiro.
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-TAB-PROMESSAS.
           02 WK-PRM-QTD PIC 9(04) VALUE ZEROS.
           02 WK-PRM-ENT OCCURS 2000 TIMES.
               03 WK-PRM-CNPJ      PIC 9(14).
               03 WK-PRM-COBRADOR  PIC X(08).
               03 WK-PRM-DATA      PIC 9(08).
               03 WK-PRM-DATA-PROM PIC 9(08).
               03 WK-PRM-VALO-PROM PIC 9(13)V99.
               03 WK-PRM-VALO-PAGO PIC 9(13)V99.
               03 WK-PRM-STATUS    PIC X(01).
               03 WK-PRM-DATA-AVAL PIC 9(08).
               03 WK-PRM-DATA-CONF PIC 9(08).
               03 WK-PRM-RETOMADA  PIC X(01).

       01 WK-REG-PROMESSA.
           02 PRM-CNPJ      PIC 9(14).
           02 PRM-COBRADOR  PIC X(08).
           02 PRM-DATA      PIC 9(08).
           02 PRM-DATA-PROM PIC 9(08).
           02 PRM-VALO-PROM PIC 9(13)V99.
           02 PRM-VALO-PAGO PIC 9(13)V99.
           02 PRM-STATUS    PIC X(01).
           02 PRM-DATA-AVAL PIC 9(08).
           02 PRM-DATA-CONF PIC 9(08).
           02 PRM-RETOMADA  PIC X(01).
