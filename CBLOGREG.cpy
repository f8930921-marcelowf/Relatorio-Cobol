      *-----------------------------------------------------------------
      * Copybook: CBLOGREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do lancamento do log de manutencao
      *          (Manutencao.log, LINE SEQUENTIAL, so acrescentado).
      *          Os programas de manutencao via console (CBLZMW05,
      *          CBLZMW10, CBLZMW13, CBLZMW17 e CBLZMW27) gravam a
      *          entrada e a entrada recusada do operador, a acao
      *          negada e cada alteracao, esta antes de aplicada - sem
      *          o lancamento gravado a alteracao nao e feita. O
      *          CBLZMW24 imprime o log do mes para o fechamento.
      *          Campos:
      *            LOG-MOMENTO   data e hora do lancamento
      *            LOG-OPERADOR  operador (o digitado, na recusa)
      *            LOG-PROG      programa de manutencao
      *            LOG-TIPO      tipo do lancamento:
      *                            EN entrada do operador
      *                            ER entrada recusada
      *                            AN acao negada ao operador
      *                            IN inclusao (CBLZMW05, CBLZMW13)
      *                            EX expiracao (CBLZMW05, CBLZMW13)
      *                            PL plano de acordo (CBLZMW10)
      *                            LB liberacao de reprocessamento
      *                               (CBLZMW17)
      *                            CT contato de cobranca
      *                               (CBLZMW27)
      *                            RF regravacao do arquivo falhou -
      *                               alteracoes da sessao perdidas
      *            LOG-CHAVE     codigo, vigencia, CNPJ ou data do
      *                          ciclo alterado (acao, no AN; CNPJ
      *                          contatado, no CT)
      *            LOG-ANTES     registro antes (brancos na inclusao)
      *            LOG-DEPOIS    registro depois
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      * 15/10/2026 - Marcelo - Tipo CT, contato da cobranca interna
      *              registrado pelo CBLZMW27.
      *-----------------------------------------------------------------
       01 FL-LOG-ARQ.
           02 LOG-MOMENTO.
               03 LOG-DATA   PIC 9(08).
               03 LOG-HORA   PIC 9(06).
           02 LOG-OPERADOR   PIC X(08).
           02 LOG-PROG       PIC X(08).
           02 LOG-TIPO       PIC X(02).
           02 LOG-CHAVE      PIC X(14).
           02 LOG-ANTES      PIC X(140).
           02 LOG-DEPOIS     PIC X(140).
