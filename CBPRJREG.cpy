      *-----------------------------------------------------------------
      * Copybook: CBPRJREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do lancamento do livro de baixas para prejuizo
      *          (Prejuizo.dat, LINE SEQUENTIAL, so acrescentado),
      *          separado da carteira ativa. O CBLZMW25 grava a baixa
      *          de cada devedor aprovado pela gerencia (situacao 07 no
      *          mestre) e o CBLZMW12 grava a recuperacao de cada
      *          pagamento recebido depois de um devedor baixado. O
      *          CBLZMW25 (modo R) confronta as recuperacoes com as
      *          baixas para o relatorio de recuperacoes. Campos:
      *            PRJ-TIPO       B baixa para prejuizo, R recuperacao
      *            PRJ-CNPJ       CNPJ do devedor
      *            PRJ-DATA       data da baixa ou do pagamento
      *            PRJ-VALO       valor baixado ou valor recuperado
      *            PRJ-SITU-ANT   situacao antes da baixa (zeros na R)
      *            PRJ-VENC       vencimento mais antigo do devedor na
      *                           foto (zeros na R ou sem foto)
      *            PRJ-MOTIVO     motivo da baixa: P prescrito, I
      *                           incobravel ha mais do minimo, A
      *                           ambos (branco na R)
      *            PRJ-APROVADOR  quem aprovou a baixa (branco na R)
      *            PRJ-PROG       programa que gravou o lancamento
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      *-----------------------------------------------------------------
       01 WK-REG-PREJUIZO.
           02 PRJ-TIPO      PIC X(01).
           02 PRJ-CNPJ      PIC 9(14).
           02 PRJ-DATA      PIC 9(08).
           02 PRJ-VALO      PIC 9(13)V99.
           02 PRJ-SITU-ANT  PIC 9(02).
           02 PRJ-VENC      PIC 9(08).
           02 PRJ-MOTIVO    PIC X(01).
           02 PRJ-APROVADOR PIC X(20).
           02 PRJ-PROG      PIC X(08).
