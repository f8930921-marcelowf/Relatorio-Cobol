      *-----------------------------------------------------------------
      * Copybook: CBFATREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro da fatura de comissao enviada pela
      *          assessoria de cobranca (FaturaAssessoria.dat): uma
      *          linha por CNPJ cobrado, com o periodo AAAAMM de
      *          referencia, o valor recuperado que serviu de base e a
      *          comissao cobrada, junto com a tabela em memoria das
      *          linhas do periodo somadas por CNPJ e a marca de
      *          conferencia de cada uma. Usada pelo CBLZMW21.
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-TAB-FATURA.
           02 WK-FAT-QTD PIC 9(04) VALUE ZEROS.
           02 WK-FAT-ENT OCCURS 1000 TIMES
                   INDEXED BY WK-FAT-IDX.
               03 WK-FAT-CNPJ      PIC 9(14).
               03 WK-FAT-LINHAS    PIC 9(04).
               03 WK-FAT-BASE      PIC 9(15)V99.
               03 WK-FAT-COMISSAO  PIC 9(15)V99.
               03 WK-FAT-CONFERIDO PIC X(01).

       01 WK-REG-FATURA.
           02 FAT-CNPJ      PIC 9(14).
           02 FAT-PERIODO   PIC 9(06).
           02 FAT-VALO-BASE PIC 9(13)V99.
           02 FAT-VALO-COM  PIC 9(13)V99.
