      *-----------------------------------------------------------------
      * Copybook: CBCTTREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro do log de contatos da cobranca
      *          interna (Contatos.dat, LINE SEQUENTIAL, so
      *          acrescentado). O CBLZMW27 grava cada contato do
      *          cobrador com o devedor da fila, depois do lancamento
      *          no log de manutencao. O CBLZMW26 procura aqui o novo
      *          contato que tira da frente da fila o devedor de
      *          promessa quebrada e o CBLZMW28 conta os contatos de
      *          cada cobrador no mes. Campos:
      *            CTT-DATA        data do contato
      *            CTT-HORA        hora do contato (HHMMSS)
      *            CTT-COBRADOR    cobrador (operador do CBLZMW27)
      *            CTT-CNPJ        CNPJ do devedor
      *            CTT-RESULTADO   N nao atendeu, P promessa de
      *                            pagamento, R recusou
      *            CTT-PROM-DATA   data prometida (zeros fora da P)
      *            CTT-PROM-VALO   valor prometido (zeros fora da P)
      *            CTT-OBS         observacao do cobrador
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-REG-CONTATO.
           02 CTT-DATA      PIC 9(08).
           02 CTT-HORA      PIC 9(06).
           02 CTT-COBRADOR  PIC X(08).
           02 CTT-CNPJ      PIC 9(14).
           02 CTT-RESULTADO PIC X(01).
           02 CTT-PROM-DATA PIC 9(08).
           02 CTT-PROM-VALO PIC 9(13)V99.
           02 CTT-OBS       PIC X(40).
