      *-----------------------------------------------------------------
      * Copybook: CBJMSREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do lancamento do jornal do cadastro mestre
      *          (JornalMestre.log, LINE SEQUENTIAL, so acrescentado).
      *          Todo programa que altera o mestre (CBLZMW03, CBLZMW07,
      *          CBLZMW11, CBLZMW12, CBLZMW15 e CBLZMW25) grava o
      *          lancamento imediatamente antes do REWRITE, WRITE ou
      *          DELETE, com a imagem do registro antes e depois da
      *          alteracao, e sem o lancamento gravado o mestre nao e
      *          alterado. O
      *          programa de recuperacao (CBLZMW23) usa o jornal para
      *          desfazer uma execucao inteira ou voltar o mestre a uma
      *          data/hora. Campos:
      *            JMS-MOMENTO    data e hora da gravacao do lancamento
      *            JMS-PROG       programa que alterou o mestre
      *            JMS-EXECUCAO   data e hora de inicio da execucao,
      *                           que identificam a execucao
      *            JMS-SEQ        sequencia do lancamento na execucao
      *            JMS-OPER       I inclusao, A alteracao, E exclusao
      *            JMS-ANTES      registro antes (brancos na inclusao)
      *            JMS-DEPOIS     registro depois (brancos na exclusao)
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      * 15/10/2026 - Marcelo - CBLZMW25 (baixa para prejuizo) entre os
      *              programas que gravam o jornal.
      *-----------------------------------------------------------------
       01 FL-JORNAL-ARQ.
           02 JMS-MOMENTO.
               03 JMS-DATA       PIC 9(08).
               03 JMS-HORA       PIC 9(06).
           02 JMS-PROG           PIC X(08).
           02 JMS-EXECUCAO.
               03 JMS-EXEC-DATA  PIC 9(08).
               03 JMS-EXEC-HORA  PIC 9(06).
           02 JMS-SEQ            PIC 9(07).
           02 JMS-OPER           PIC X(01).
           02 JMS-CNPJ           PIC 9(14).
           02 JMS-ANTES          PIC X(97).
           02 JMS-DEPOIS         PIC X(97).
