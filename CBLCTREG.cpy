      *-----------------------------------------------------------------
      * Copybook: CBLCTREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do arquivo de lancamentos contabeis da
      *          provisao para devedores duvidosos (LancamentoPDD.AAAAMM)
      *          gerado pelo CBLZMW18 para importacao na contabilidade
      *          geral: header com a data do lancamento, a
      *          identificacao da empresa e o periodo; um detalhe por
      *          filial com a conta debito, a conta credito, o centro
      *          de custo da filial, o valor e o historico; trailer com
      *          a contagem de detalhes e o hash total dos valores.
      *          Cada detalhe e so a diferenca entre o saldo da
      *          provisao do periodo e o saldo lancado no periodo
      *          anterior.
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-REG-LCT-HEADER.
           02 LCT-H-TIPO    PIC X(01) VALUE 'H'.
           02 LCT-H-DATA    PIC 9(08) VALUE ZEROS.
           02 LCT-H-ID      PIC X(10) VALUE SPACES.
           02 LCT-H-PERIODO PIC 9(06) VALUE ZEROS.

       01 WK-REG-LCT-DETALHE.
           02 LCT-D-TIPO       PIC X(01) VALUE 'D'.
           02 LCT-D-DATA       PIC 9(08) VALUE ZEROS.
           02 LCT-D-CONTA-DEB  PIC X(20) VALUE SPACES.
           02 LCT-D-CONTA-CRED PIC X(20) VALUE SPACES.
           02 LCT-D-CCUSTO     PIC X(10) VALUE SPACES.
           02 LCT-D-VALO       PIC 9(13)V99 VALUE ZEROS.
           02 LCT-D-HIST       PIC X(40) VALUE SPACES.

       01 WK-REG-LCT-TRAILER.
           02 LCT-T-TIPO PIC X(01) VALUE 'T'.
           02 LCT-T-QTD  PIC 9(09) VALUE ZEROS.
           02 LCT-T-HASH PIC 9(15)V99 VALUE ZEROS.
