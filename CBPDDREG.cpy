      *-----------------------------------------------------------------
      * Copybook: CBPDDREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Tabela de percentuais da provisao para devedores
      *          duvidosos (PDD) carregada em memoria a partir do
      *          arquivo TaxasPDD.dat, junto com o layout do registro
      *          do arquivo: um percentual por situacao do devedor e
      *          faixa de atraso (1 a vencer, 2 1-30 dias, 3 31-60, 4
      *          61-90, 5 91-180, 6 acima de 180, 7 sem data - as
      *          mesmas faixas do Aging.txt do CBLZMW03), com data de
      *          inicio de vigencia e flag de ativo, no mesmo criterio
      *          da tabela de taxas (CBTAXREG): vale, para cada par
      *          situacao x faixa, a entrada ativa de vigencia mais
      *          recente nao posterior ao ultimo dia do periodo
      *          provisionado. Usada pelo CBLZMW18.
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-TAB-PDD-CARREGADA.
           02 WK-PDD-SIT OCCURS 99 TIMES.
               03 WK-PDD-FAIXA OCCURS 7 TIMES.
                   04 WK-PDD-PCT   PIC 9(03)V99.
                   04 WK-PDD-VIG   PIC 9(08).
                   04 WK-PDD-ACHOU PIC X(01).

       01 WK-REG-TAXA-PDD.
           02 PDD-VIG   PIC 9(08).
           02 PDD-SITU  PIC 9(02).
           02 PDD-FAIXA PIC 9(01).
           02 PDD-PCT   PIC 9(03)V99.
           02 PDD-ATIVO PIC X(01).
