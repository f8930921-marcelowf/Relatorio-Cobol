      *-----------------------------------------------------------------
      * Copybook: CBEVTREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro do livro de eventos do devedor
      *          (Eventos.dat, ORGANIZATION INDEXED com chave
      *          EVT-CHAVE = CNPJ + data + hora + sequencia), gravado
      *          pelos programas que alteram o cadastro mestre
      *          (CBLZMW03, CBLZMW07, CBLZMW11, CBLZMW12, CBLZMW15 e
      *          CBLZMW25) e
      *          lido pelo extrato do devedor (CBLZMW20). Cada evento
      *          traz o tipo, o programa de origem, o valor e a
      *          situacao do mestre antes e depois do evento, o valor
      *          movimentado (pagamento, parcela) e um complemento
      *          livre. Tipos de evento:
      *            NV novo devedor no mestre         (CBLZMW03)
      *            ST mudanca de situacao            (CBLZMW03)
      *            VL mudanca de valor               (CBLZMW03)
      *            PG pagamento baixado              (CBLZMW12)
      *            LQ liquidado pela assessoria      (CBLZMW07)
      *            NG negociado pela assessoria      (CBLZMW07)
      *            IN incobravel pela assessoria     (CBLZMW07)
      *            PC parcela de acordo creditada    (CBLZMW11)
      *            QB acordo quebrado                (CBLZMW11)
      *            NP inclusao no bureau enviada     (CBLZMW15)
      *            NS negativacao confirmada         (CBLZMW15)
      *            NE exclusao no bureau enviada     (CBLZMW15)
      *            NN exclusao confirmada            (CBLZMW15)
      *            RV reversao do mestre pelo jornal (CBLZMW23)
      *            BX baixa para prejuizo aprovada   (CBLZMW25)
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      * 15/10/2026 - Marcelo - Tipo RV, gravado pela recuperacao do
      *              mestre a partir do jornal (CBLZMW23).
      * 15/10/2026 - Marcelo - Tipo BX, gravado pela baixa para
      *              prejuizo aprovada pela gerencia (CBLZMW25).
      *-----------------------------------------------------------------
       01 FL-EVENTO-ARQ.
           02 EVT-CHAVE.
               03 EVT-CNPJ   PIC 9(14).
               03 EVT-DATA   PIC 9(08).
               03 EVT-HORA   PIC 9(06).
               03 EVT-SEQ    PIC 9(06).
           02 EVT-TIPO       PIC X(02).
           02 EVT-PROG       PIC X(08).
           02 EVT-VALO-ANT   PIC 9(13)V99.
           02 EVT-VALO-POS   PIC 9(13)V99.
           02 EVT-SITU-ANT   PIC 9(02).
           02 EVT-SITU-POS   PIC 9(02).
           02 EVT-VALO-MOV   PIC 9(13)V99.
           02 EVT-COMPL      PIC X(30).
