      *-----------------------------------------------------------------
      * Copybook: CBCMSREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Tabela de percentuais de comissao da assessoria de
      *          cobranca carregada em memoria a partir do arquivo
      *          TaxasComissao.dat, junto com o layout do registro do
      *          arquivo: um percentual por situacao do devedor na
      *          remessa a assessoria e faixa de dias em cobranca
      *          (CMS-DIAS-ATE e o limite superior da faixa, 9999 para
      *          a ultima), com data de inicio de vigencia e flag de
      *          ativo, no mesmo criterio da tabela de taxas
      *          (CBTAXREG): para cada recuperacao vale, na situacao,
      *          a vigencia ativa mais recente nao posterior a data do
      *          evento e, dentro dela, a menor faixa que cobre os dias
      *          em cobranca. Usada pelo CBLZMW21.
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-TAB-CMS-CARREGADA.
           02 WK-CMS-QTD PIC 9(03) VALUE ZEROS.
           02 WK-CMS-ENT OCCURS 200 TIMES
                   INDEXED BY WK-CMS-IDX.
               03 WK-CMS-VIG      PIC 9(08).
               03 WK-CMS-SITU     PIC 9(02).
               03 WK-CMS-DIAS-ATE PIC 9(04).
               03 WK-CMS-PCT      PIC 9(03)V99.

       01 WK-REG-TAXA-CMS.
           02 CMS-VIG      PIC 9(08).
           02 CMS-SITU     PIC 9(02).
           02 CMS-DIAS-ATE PIC 9(04).
           02 CMS-PCT      PIC 9(03)V99.
           02 CMS-ATIVO    PIC X(01).
