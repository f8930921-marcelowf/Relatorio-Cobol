       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW25.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Baixa para prejuizo dos devedores prescritos e dos
      *          incobraveis antigos, que de outro modo ficariam para
      *          sempre na carteira ativa inflando os totais, o aging e
      *          o resumo executivo. Tres modos, pela 1a linha de
      *          CBLZMW25.PARM:
      *            P proposta (default): percorre o cadastro mestre
      *              (Mestre.dat) e propoe a baixa do devedor cujo
      *              vencimento mais antigo na foto da ultima execucao
      *              (Snapshot.dat) passou do prazo de prescricao (2a
      *              linha, em anos, default 5) e do devedor em 06
      *              INCOBRAVEL ha pelo menos o minimo de dias (3a
      *              linha, default 180, contados da data do retorno
      *              da assessoria em MST-DATA-RET). Imprime a lista
      *              para aprovacao da gerencia (BaixaProposta.txt) e
      *              grava a proposta em BaixaProposta.dat;
      *            A aprovacao: le os CNPJ aprovados pela gerencia em
      *              BaixaAprovada.dat (CNPJ e quem aprovou) e baixa
      *              cada um que conste da proposta e cujo registro no
      *              mestre nao mudou desde ela: situacao 07 BAIXADO
      *              no mestre (com lancamento no jornal do mestre e
      *              evento BX no livro de eventos), lancamento B no
      *              livro de baixas Prejuizo.dat (copybook CBPRJREG)
      *              e, se negativado, exclusao enfileirada em
      *              NegExclusao.dat para o CBLZMW15. Resultado de cada
      *              aprovacao em BaixaAprovacao.txt;
      *            R recuperacoes: confronta as recuperacoes gravadas
      *              pelo CBLZMW12 no livro de baixas (pagamento de
      *              devedor ja baixado) com as baixas e imprime em
      *              Recuperacoes.txt as do periodo AAAAMM da 4a linha
      *              (ausente, todo o livro), com o acumulado
      *              recuperado de cada devedor.
      *          O devedor em 05 NEGOCIADO nao e proposto por
      *          prescricao: o acordo de parcelamento interrompe o
      *          prazo. A situacao 07 deve estar cadastrada em
      *          Situacoes.dat (manutencao pelo CBLZMW05); a falta e
      *          alertada na aprovacao sem impedi-la.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW25.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT MESTRE ASSIGN TO
           'Mestre.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-CNPJ
           FILE STATUS IS WK-STATUS-M.

       SELECT CADASTRO ASSIGN TO
           'Cadastro.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS WK-STATUS-D.

       SELECT SNAPSHOT ASSIGN TO
           'Snapshot.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-N.

       SELECT SNAP-ORDENADO ASSIGN TO
           'Snapshot.prj'
           FILE STATUS IS WK-STATUS-W.

       SELECT WK-ARQ-ORD-SNAP ASSIGN TO 'WKORS'.

       SELECT SITUACOES ASSIGN TO
           'Situacoes.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-U.

       SELECT PROPOSTA ASSIGN TO
           'BaixaProposta.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-Q.

       SELECT APROVACAO ASSIGN TO
           'BaixaAprovada.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-A.

       SELECT PREJUIZO ASSIGN TO
           'Prejuizo.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-K.

       SELECT PREJ-ORDENADO ASSIGN TO
           'Prejuizo.ord'
           FILE STATUS IS WK-STATUS-O.

       SELECT WK-ARQ-ORDENACAO ASSIGN TO 'WKORD'.

       SELECT NEG-EXCLUSAO ASSIGN TO
           'NegExclusao.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-X.

       SELECT EVENTOS ASSIGN TO
           'Eventos.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WK-STATUS-V.

       SELECT JORNAL ASSIGN TO
           'JornalMestre.log'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-J.

       SELECT RELATORIO ASSIGN TO DYNAMIC WK-PATH-RELATORIO
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD MESTRE.

       COPY CBMSTREG.

       FD CADASTRO.

       COPY CBCADREG.

       FD SNAPSHOT.

       01 FL-SNAPSHOT-ARQ PIC X(41).

       FD SNAP-ORDENADO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-SNAP-ORD-ARQ PIC X(41).

       SD WK-ARQ-ORD-SNAP.

       01 SD-REG-ORD-SNAP.
           02 SDS-CNPJ   PIC 9(14).
           02 FILLER     PIC X(27).

       FD SITUACOES.

       01 FL-SITUACOES-ARQ PIC X(31).

       FD PROPOSTA.

       01 FL-PROPOSTA-ARQ PIC X(58).

       FD APROVACAO.

       01 FL-APROVACAO-ARQ PIC X(34).

       FD PREJUIZO.

       01 FL-PREJUIZO-ARQ PIC X(77).

      *-----------------------------------------------------------------
      * Livro de baixas ordenado por CNPJ, tipo (B antes de R) e data
      * - mesmo layout do copybook CBPRJREG.
      *-----------------------------------------------------------------
       FD PREJ-ORDENADO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-PREJ-ORD-ARQ PIC X(77).

       SD WK-ARQ-ORDENACAO.

       01 SD-REG-ORDENACAO.
           02 SD-TIPO PIC X(01).
           02 SD-CNPJ PIC 9(14).
           02 SD-DATA PIC 9(08).
           02 FILLER  PIC X(54).

       FD NEG-EXCLUSAO.

       01 FL-NEG-EXCLUSAO-ARQ PIC X(22).
       01 FILLER REDEFINES FL-NEG-EXCLUSAO-ARQ.
           02 NEX-CNPJ PIC 9(14).
           02 NEX-DATA PIC 9(08).

       FD EVENTOS.

       COPY CBEVTREG.

       FD JORNAL.

       COPY CBJMSREG.

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-N PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-W PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-U PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Q PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-A PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-K PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-X PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

       01 WK-FIM-MESTRE     PIC X(01) VALUE 'N'.
       01 WK-FIM-SNAP       PIC X(01) VALUE 'N'.
       01 WK-FIM-SITUACOES  PIC X(01) VALUE 'N'.
       01 WK-FIM-PROPOSTA   PIC X(01) VALUE 'N'.
       01 WK-FIM-APROVACAO  PIC X(01) VALUE 'N'.
       01 WK-FIM-PREJUIZO   PIC X(01) VALUE 'N'.

       01 WK-CADASTRO-OK  PIC X(01) VALUE 'S'.
       01 WK-NEG-EXCL-OK  PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Parametros (CBLZMW25.PARM): modo (P proposta, A aprovacao, R
      * recuperacoes), prazo de prescricao em anos, minimo de dias em
      * 06 INCOBRAVEL e periodo AAAAMM do relatorio de recuperacoes
      * (zeros, todo o livro).
      *-----------------------------------------------------------------
       01 WK-PARAMETROS.
           02 WK-PRM-MODO      PIC X(01) VALUE 'P'.
           02 WK-PRM-ANOS      PIC 9(02) VALUE 05.
           02 WK-PRM-DIAS-06   PIC 9(04) VALUE 0180.
           02 WK-PRM-PERIODO   PIC 9(06) VALUE ZEROS.
           02 FILLER REDEFINES WK-PRM-PERIODO.
               03 WK-PRM-PER-ANO PIC 9(04).
               03 WK-PRM-PER-MES PIC 9(02).

       01 WK-PRM-PERIODO-X REDEFINES WK-PARAMETROS.
           02 FILLER            PIC X(07).
           02 WK-PRM-PERIODO-ALFA PIC X(06).

       01 WK-PARM-OK PIC X(01) VALUE 'S'.
       01 WK-QTD-TAM PIC 9(03) VALUE ZEROS.
       01 WK-NUM-ALFA PIC X(04) JUSTIFIED RIGHT VALUE ZEROS.
       01 WK-NUM-VALOR REDEFINES WK-NUM-ALFA PIC 9(04).

      *-----------------------------------------------------------------
      * Codigos de situacao envolvidos na baixa: 05 NEGOCIADO (fora
      * da prescricao), 06 INCOBRAVEL (idade minima) e 07 BAIXADO
      * (situacao gravada no mestre pela baixa aprovada).
      *-----------------------------------------------------------------
       01 WK-SITU-NEGOCIADO  PIC 9(02) VALUE 05.
       01 WK-SITU-INCOBRAVEL PIC 9(02) VALUE 06.
       01 WK-SITU-BAIXADO    PIC 9(02) VALUE 07.

       01 WK-COD-BUSCA  PIC 9(02) VALUE ZEROS.
       01 WK-COD-ACHOU  PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Registros da foto da carteira e da tabela de situacoes.
      *-----------------------------------------------------------------
       COPY CBSNAPRG.

       COPY CBSITMEM.

       COPY CBSITTAB.

      *-----------------------------------------------------------------
      * Lancamento do livro de baixas (copybook CBPRJREG).
      *-----------------------------------------------------------------
       COPY CBPRJREG.

      *-----------------------------------------------------------------
      * Registro da proposta de baixa (BaixaProposta.dat), gravado no
      * modo P e conferido no modo A: situacao, valor em aberto,
      * vencimento mais antigo, data do retorno da assessoria e filial
      * do devedor na proposta, motivo (P prescrito, I incobravel, A
      * ambos) e data da proposta.
      *-----------------------------------------------------------------
       01 WK-REG-PROPOSTA.
           02 PRP-CNPJ      PIC 9(14).
           02 PRP-SITU      PIC 9(02).
           02 PRP-VALO      PIC 9(13)V99.
           02 PRP-VENC      PIC 9(08).
           02 PRP-DATA-RET  PIC 9(08).
           02 PRP-MOTIVO    PIC X(01).
           02 PRP-FILIAL    PIC X(02).
           02 PRP-DATA-PROP PIC 9(08).

      *-----------------------------------------------------------------
      * Registro da aprovacao da gerencia (BaixaAprovada.dat): CNPJ
      * aprovado e quem aprovou.
      *-----------------------------------------------------------------
       01 WK-REG-APROVACAO.
           02 APR-CNPJ      PIC X(14).
           02 APR-CNPJ-NUM REDEFINES APR-CNPJ PIC 9(14).
           02 APR-APROVADOR PIC X(20).

      *-----------------------------------------------------------------
      * Proposta carregada em memoria no modo A, com a marca da
      * proposta ja baixada nesta execucao (aprovacao em dobro).
      *-----------------------------------------------------------------
       01 WK-TAB-PROPOSTA.
           02 WK-PRT-QTD PIC 9(04) VALUE ZEROS.
           02 WK-PRT-ENT OCCURS 2000 TIMES
                   INDEXED BY WK-PRT-IDX.
               03 WK-PRT-CNPJ     PIC 9(14).
               03 WK-PRT-SITU     PIC 9(02).
               03 WK-PRT-VALO     PIC 9(13)V99.
               03 WK-PRT-VENC     PIC 9(08).
               03 WK-PRT-MOTIVO   PIC X(01).
               03 WK-PRT-BAIXADA  PIC X(01).

       01 WK-PRT-USO       PIC 9(04) VALUE ZEROS.
       01 WK-DATA-PROPOSTA PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Avaliacao do devedor no modo P: vencimento mais antigo e
      * filial na foto, data limite da prescricao (vencimento anterior
      * a ela esta prescrito), dias em 06 e motivo da proposta.
      *-----------------------------------------------------------------
       01 WK-VENC-ESTAB        PIC 9(08) VALUE ZEROS.
       01 WK-FILIAL-ESTAB      PIC X(02) VALUE SPACES.
       01 WK-DATA-LIMITE-PRESC PIC 9(08) VALUE ZEROS.
       01 WK-DIAS-EM-06        PIC 9(09) VALUE ZEROS.
       01 WK-SERIAL-HOJE       PIC 9(09) VALUE ZEROS.
       01 WK-PRESCRITO         PIC X(01) VALUE 'N'.
       01 WK-INCOB-ANTIGO      PIC X(01) VALUE 'N'.
       01 WK-MOTIVO-BAIXA      PIC X(01) VALUE SPACE.
       01 WK-MOTIVO-DESC       PIC X(20) VALUE SPACES.

       01 WK-RAZAO-BUSCA PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * Aprovacao corrente no modo A: motivo da recusa (brancos,
      * baixada) e situacao anterior a baixa.
      *-----------------------------------------------------------------
       01 WK-MOTIVO-RECUSA PIC X(30) VALUE SPACES.
       01 WK-SITU-ANTERIOR PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Devedor corrente no livro ordenado (modo R): baixa mais
      * recente, recuperado acumulado e marca de recuperacao no
      * periodo.
      *-----------------------------------------------------------------
       01 WK-REC-DEVEDOR.
           02 WK-REC-ABERTO     PIC X(01) VALUE 'N'.
           02 WK-REC-CNPJ       PIC 9(14) VALUE ZEROS.
           02 WK-REC-DATA-BX    PIC 9(08) VALUE ZEROS.
           02 WK-REC-VALO-BX    PIC 9(13)V99 VALUE ZEROS.
           02 WK-REC-RECUPERADO PIC 9(15)V99 VALUE ZEROS.
           02 WK-REC-NO-PERIODO PIC X(01) VALUE 'N'.

       01 WK-NO-PERIODO PIC X(01) VALUE 'N'.
       01 WK-PCT-RECUP  PIC 9(05)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao e indicador de livro
      * disponivel - sem o livro a baixa segue sem registrar eventos
      * (RC=4).
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): imagem
      * do registro antes da baixa, operacao (A alteracao), sequencia
      * do lancamento na execucao, momento da gravacao e indicadores
      * de jornal aberto e de lancamento gravado - sem o lancamento o
      * mestre nao e alterado.
      *-----------------------------------------------------------------
       01 WK-JMS-CONTROLE.
           02 WK-JMS-SEQ        PIC 9(07) VALUE ZEROS.
           02 WK-JMS-OPER       PIC X(01) VALUE SPACES.
           02 WK-JMS-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-JMS-DISPONIVEL PIC X(01) VALUE 'N'.
           02 WK-JMS-ANTES      PIC X(97) VALUE SPACES.
           02 WK-JMS-DATA       PIC 9(08) VALUE ZEROS.
           02 WK-JMS-HORA       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Totais da execucao. Proposta: por motivo (1 prescrito, 2
      * incobravel, 3 ambos). Aprovacao: baixados, recusados e
      * exclusoes enfileiradas. Recuperacoes: baixas e recuperacoes
      * do livro e do periodo.
      *-----------------------------------------------------------------
       01 WK-TOTAIS-PROPOSTA.
           02 WK-TPR-ENT OCCURS 3 TIMES.
               03 WK-TPR-QTD  PIC 9(09).
               03 WK-TPR-VALO PIC 9(15)V99.

       01 WK-TPR-IDX PIC 9(01) VALUE ZEROS.

       01 WK-CONTADORES.
           02 WK-QTD-LIDOS          PIC 9(09) VALUE ZEROS.
           02 WK-QTD-PROPOSTOS      PIC 9(09) VALUE ZEROS.
           02 WK-VAL-PROPOSTOS      PIC 9(15)V99 VALUE ZEROS.
           02 WK-QTD-06-SEM-DATA    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-FOTO       PIC 9(09) VALUE ZEROS.
           02 WK-QTD-APROVACOES     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-BAIXADOS       PIC 9(09) VALUE ZEROS.
           02 WK-VAL-BAIXADOS       PIC 9(15)V99 VALUE ZEROS.
           02 WK-QTD-RECUSADOS      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-ENFILEIRADOS   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-BX-LIVRO       PIC 9(09) VALUE ZEROS.
           02 WK-VAL-BX-LIVRO       PIC 9(15)V99 VALUE ZEROS.
           02 WK-QTD-BX-PERIODO     PIC 9(09) VALUE ZEROS.
           02 WK-VAL-BX-PERIODO     PIC 9(15)V99 VALUE ZEROS.
           02 WK-QTD-RC-PERIODO     PIC 9(09) VALUE ZEROS.
           02 WK-VAL-RC-PERIODO     PIC 9(15)V99 VALUE ZEROS.
           02 WK-VAL-RC-LIVRO       PIC 9(15)V99 VALUE ZEROS.
           02 WK-QTD-DEV-RECUP      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-RC-SEM-BAIXA   PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Areas da conversao de data AAAAMMDD para dia serial - mesmo
      * calculo do CBLZMW03 (calendario civil a partir de marco).
      *-----------------------------------------------------------------
       01 WK-CDS-AREAS.
           02 WK-CDS-DATA.
               03 WK-CDS-ANO PIC 9(04).
               03 WK-CDS-MES PIC 9(02).
               03 WK-CDS-DIA PIC 9(02).
           02 WK-CDS-Y      PIC 9(09) VALUE ZEROS.
           02 WK-CDS-M      PIC 9(02) VALUE ZEROS.
           02 WK-CDS-Q4     PIC 9(09) VALUE ZEROS.
           02 WK-CDS-Q100   PIC 9(09) VALUE ZEROS.
           02 WK-CDS-Q400   PIC 9(09) VALUE ZEROS.
           02 WK-CDS-QMES   PIC 9(09) VALUE ZEROS.
           02 WK-CDS-SERIAL PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Data AAAAMMDD decomposta e editada (DD/MM/AAAA) para o
      * relatorio; data zerada sai em branco.
      *-----------------------------------------------------------------
       01 WK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WK-DATA-AUX.
           02 WK-DAX-ANO PIC 9(04).
           02 WK-DAX-MES PIC 9(02).
           02 WK-DAX-DIA PIC 9(02).

       01 WK-DATA-EDIT PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * Codigo de retorno da execucao: 0 limpo, 4 advertencia
      * (aprovacao recusada, foto, cadastro, livro de eventos ou fila
      * de exclusao indisponivel, recuperacao sem baixa no livro), 8
      * execucao recusada ou erro de arquivo.
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-PATH-RELATORIO PIC X(100) VALUE SPACES.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW25'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * Titulo das colunas do relatorio, escolhido pelo modo.
      *-----------------------------------------------------------------
       01 WK-LINDIT01 PIC X(132) VALUE SPACES.

       01 WK-LINDIT-PRP.
           02 FILLER PIC X(20) VALUE 'CNPJ'.
           02 FILLER PIC X(03) VALUE 'FL'.
           02 FILLER PIC X(31) VALUE 'RAZAO SOCIAL'.
           02 FILLER PIC X(03) VALUE 'ST'.
           02 FILLER PIC X(17) VALUE '    VALOR ABERTO'.
           02 FILLER PIC X(11) VALUE 'VENCIMENTO'.
           02 FILLER PIC X(11) VALUE 'DIAS EM 06'.
           02 FILLER PIC X(20) VALUE 'MOTIVO'.

       01 WK-LINDIT-APR.
           02 FILLER PIC X(20) VALUE 'CNPJ'.
           02 FILLER PIC X(21) VALUE 'RAZAO SOCIAL'.
           02 FILLER PIC X(03) VALUE 'ST'.
           02 FILLER PIC X(17) VALUE '    VALOR ABERTO'.
           02 FILLER PIC X(21) VALUE 'MOTIVO'.
           02 FILLER PIC X(21) VALUE 'APROVADO POR'.
           02 FILLER PIC X(29) VALUE 'RESULTADO'.

       01 WK-LINDIT-REC.
           02 FILLER PIC X(20) VALUE 'CNPJ'.
           02 FILLER PIC X(11) VALUE 'DATA BAIXA'.
           02 FILLER PIC X(17) VALUE '   VALOR BAIXADO'.
           02 FILLER PIC X(11) VALUE 'DATA PAGTO'.
           02 FILLER PIC X(17) VALUE ' VALOR RECUPERADO'.
           02 FILLER PIC X(40) VALUE ' OBSERVACAO'.

       01 WK-LINSEL PIC X(132) VALUE SPACES.

       01 WK-LINPRP.
           02 WK-PRL-CNPJ PIC X(18) VALUE SPACES.
           02 WK-PRL-SP01 PIC X(02) VALUE SPACES.
           02 WK-PRL-FIL  PIC X(02) VALUE SPACES.
           02 WK-PRL-SP02 PIC X(01) VALUE SPACES.
           02 WK-PRL-RAZA PIC X(30) VALUE SPACES.
           02 WK-PRL-SP03 PIC X(01) VALUE SPACES.
           02 WK-PRL-SITU PIC 9(02) VALUE ZEROS.
           02 WK-PRL-SP04 PIC X(01) VALUE SPACES.
           02 WK-PRL-VALO PIC Z(12)9.99.
           02 WK-PRL-SP05 PIC X(01) VALUE SPACES.
           02 WK-PRL-VENC PIC X(10) VALUE SPACES.
           02 WK-PRL-SP06 PIC X(01) VALUE SPACES.
           02 WK-PRL-DIAS PIC Z(09)9 BLANK WHEN ZERO.
           02 WK-PRL-SP07 PIC X(01) VALUE SPACES.
           02 WK-PRL-MOTI PIC X(20) VALUE SPACES.

       01 WK-LINAPR.
           02 WK-APL-CNPJ PIC X(18) VALUE SPACES.
           02 WK-APL-SP01 PIC X(02) VALUE SPACES.
           02 WK-APL-RAZA PIC X(20) VALUE SPACES.
           02 WK-APL-SP02 PIC X(01) VALUE SPACES.
           02 WK-APL-SITU PIC X(02) VALUE SPACES.
           02 WK-APL-SP03 PIC X(01) VALUE SPACES.
           02 WK-APL-VALO PIC Z(12)9.99.
           02 WK-APL-SP04 PIC X(01) VALUE SPACES.
           02 WK-APL-MOTI PIC X(20) VALUE SPACES.
           02 WK-APL-SP05 PIC X(01) VALUE SPACES.
           02 WK-APL-APRO PIC X(20) VALUE SPACES.
           02 WK-APL-SP06 PIC X(01) VALUE SPACES.
           02 WK-APL-RESU PIC X(29) VALUE SPACES.

       01 WK-LINREC.
           02 WK-RCL-CNPJ PIC X(18) VALUE SPACES.
           02 WK-RCL-SP01 PIC X(02) VALUE SPACES.
           02 WK-RCL-DBX  PIC X(10) VALUE SPACES.
           02 WK-RCL-SP02 PIC X(01) VALUE SPACES.
           02 WK-RCL-VBX  PIC Z(12)9.99.
           02 WK-RCL-SP03 PIC X(01) VALUE SPACES.
           02 WK-RCL-DPG  PIC X(10) VALUE SPACES.
           02 WK-RCL-SP04 PIC X(01) VALUE SPACES.
           02 WK-RCL-VPG  PIC Z(12)9.99.
           02 WK-RCL-SP05 PIC X(02) VALUE SPACES.
           02 WK-RCL-OBS  PIC X(40) VALUE SPACES.

       01 WK-LINRCT.
           02 WK-RCT-DESC PIC X(59) VALUE
               '    RECUPERADO ACUMULADO DO DEVEDOR'.
           02 WK-RCT-VALO PIC Z(12)9.99.
           02 WK-RCT-SP01 PIC X(02) VALUE SPACES.
           02 WK-RCT-PCT  PIC ZZZZ9.99.
           02 WK-RCT-LIT  PIC X(14) VALUE ' % DO BAIXADO'.

       01 WK-LINTOT.
           02 WK-TOT-DESC PIC X(60) VALUE SPACES.
           02 WK-TOT-QTD  PIC ZZZZZZZZ9.
           02 WK-TOT-SP01 PIC X(02) VALUE SPACES.
           02 WK-TOT-VALO PIC Z(12)9.99.

      *-----------------------------------------------------------------
      * Rodape da proposta: aprovacao da gerencia e campos de
      * assinatura.
      *-----------------------------------------------------------------
       01 WK-LINAPV-TIT.
           02 FILLER PIC X(50) VALUE
               'APROVACAO DA GERENCIA - CNPJ APROVADOS A INFORMAR '.
           02 FILLER PIC X(20) VALUE 'EM BaixaAprovada.dat'.

       01 WK-LINAPV-ASS.
           02 FILLER PIC X(39) VALUE
               'NOME: ______________________________   '.
           02 FILLER PIC X(45) VALUE
               'ASSINATURA: ______________________________   '.
           02 FILLER PIC X(22) VALUE 'DATA: ____/____/______'.

      *-----------------------------------------------------------------
      * CNPJ formatado (NN.NNN.NNN/NNNN-NN) para o relatorio.
      *-----------------------------------------------------------------
       01 WK-CNPJ-EDIT.
           02 WK-CED-P1 PIC 9(02).
           02 FILLER    PIC X(01) VALUE '.'.
           02 WK-CED-P2 PIC 9(03).
           02 FILLER    PIC X(01) VALUE '.'.
           02 WK-CED-P3 PIC 9(03).
           02 FILLER    PIC X(01) VALUE '/'.
           02 WK-CED-P4 PIC 9(04).
           02 FILLER    PIC X(01) VALUE '-'.
           02 WK-CED-P5 PIC 9(02).

       01 WK-CNPJ-NUM PIC 9(14) VALUE ZEROS.
       01 FILLER REDEFINES WK-CNPJ-NUM.
           02 WK-CNU-P1 PIC 9(02).
           02 WK-CNU-P2 PIC 9(03).
           02 WK-CNU-P3 PIC 9(03).
           02 WK-CNU-P4 PIC 9(04).
           02 WK-CNU-P5 PIC 9(02).

      *-----------------------------------------------------------------
      * Controle de quebra de pagina do relatorio.
      *-----------------------------------------------------------------
       01 WK-CTRL-PAGINA.
           02 WK-PAGINA-ATUAL    PIC 9(04) VALUE ZEROS.
           02 WK-LINHAS-PAGINA   PIC 9(04) VALUE ZEROS.
           02 WK-LIMITE-LINHAS   PIC 9(04) VALUE 55.

       01 WK-LINHA-PENDENTE PIC X(132) VALUE SPACES.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.

       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE ZEROS.
           02 WK-MINUTE-SYS PIC 9(02) VALUE ZEROS.
           02 WK-SECOND-SYS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - le e confere os parametros, escolhe o relatorio
      * do modo e o abre com o cabecalho e a linha de selecao.
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD.

           MOVE WK-DAY-SYS TO WK-CABEC01-MASK (1:2).
           MOVE WK-MONTH-SYS TO WK-CABEC01-MASK (4:2).
           MOVE WK-YEAR-SYS TO WK-CABEC01-MASK (7:4).
           MOVE '/' TO WK-CABEC01-MASK (3:1)
                       WK-CABEC01-MASK (6:1).

           ACCEPT WK-HORA-SYS FROM TIME.

           MOVE WK-HOUR-SYS TO WK-CABEC02-HORA-MASK (1:2).
           MOVE WK-MINUTE-SYS TO WK-CABEC02-HORA-MASK (4:2).
           MOVE WK-SECOND-SYS TO WK-CABEC02-HORA-MASK (7:2).
           MOVE ':' TO WK-CABEC02-HORA-MASK (3:1)
                       WK-CABEC02-HORA-MASK (6:1).

           MOVE WK-DATA-SYS-NUM TO WK-CDS-DATA.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-HOJE.

           MOVE ZEROS TO WK-TOTAIS-PROPOSTA.

           PERFORM 1050-LER-PARAMETROS.
           IF WK-PARM-OK NOT EQUAL 'S'
               DISPLAY 'EXECUCAO RECUSADA: CBLZMW25.PARM INVALIDO'
               DISPLAY 'LINHA 1: P (PROPOSTA), A (APROVACAO) OU R '
                   '(RECUPERACOES)'
               DISPLAY 'LINHA 2: PRAZO DE PRESCRICAO EM ANOS (1-99)'
               DISPLAY 'LINHA 3: MINIMO DE DIAS EM 06 (0-9999)'
               DISPLAY 'LINHA 4: PERIODO AAAAMM DAS RECUPERACOES '
                   '(OPCIONAL)'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WK-DATA-LIMITE-PRESC =
               WK-DATA-SYS-NUM - WK-PRM-ANOS * 10000.

           IF WK-PRM-MODO EQUAL 'P'
               MOVE 'BaixaProposta.txt' TO WK-PATH-RELATORIO
               MOVE 'PROPOSTA DE BAIXA PARA PREJUIZO'
                   TO WK-CABEC02-DESC
               MOVE WK-LINDIT-PRP TO WK-LINDIT01
           ELSE
               IF WK-PRM-MODO EQUAL 'A'
                   MOVE 'BaixaAprovacao.txt' TO WK-PATH-RELATORIO
                   MOVE 'BAIXA PARA PREJUIZO APROVADA PELA GERENCIA'
                       TO WK-CABEC02-DESC
                   MOVE WK-LINDIT-APR TO WK-LINDIT01
               ELSE
                   MOVE 'Recuperacoes.txt' TO WK-PATH-RELATORIO
                   MOVE 'RECUPERACOES DE DEVEDORES BAIXADOS'
                       TO WK-CABEC02-DESC
                   MOVE WK-LINDIT-REC TO WK-LINDIT01
               END-IF
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
                   ' ' WK-PATH-RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.
           PERFORM 1150-IMPRIMIR-SELECAO.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - le o modo da 1a linha de CBLZMW25.PARM
      * (branco, P), o prazo de prescricao em anos da 2a, o minimo de
      * dias em 06 da 3a e o periodo AAAAMM das recuperacoes da 4a.
      * Arquivo ou linha ausente mantem o default; modo, numero ou
      * periodo invalido recusa a execucao.
      *-----------------------------------------------------------------
       1050-LER-PARAMETROS SECTION.
           MOVE 'S' TO WK-PARM-OK.

           OPEN INPUT CONTROLE.
           IF WK-STATUS-P EQUAL ZEROS
               PERFORM 1055-LER-LINHA-PARM
               IF FL-CONTROLE-ARQ (1:1) NOT EQUAL SPACE
                   MOVE FL-CONTROLE-ARQ (1:1) TO WK-PRM-MODO
               END-IF
               IF WK-PRM-MODO NOT EQUAL 'P'
                   AND WK-PRM-MODO NOT EQUAL 'A'
                   AND WK-PRM-MODO NOT EQUAL 'R'
                   MOVE 'N' TO WK-PARM-OK
               END-IF

               PERFORM 1055-LER-LINHA-PARM
               IF FL-CONTROLE-ARQ NOT EQUAL SPACES
                   PERFORM 1060-CONVERTER-NUMERO
                   IF WK-PARM-OK EQUAL 'S'
                       AND WK-NUM-VALOR GREATER ZEROS
                       AND WK-NUM-VALOR LESS 100
                       MOVE WK-NUM-VALOR TO WK-PRM-ANOS
                   ELSE
                       MOVE 'N' TO WK-PARM-OK
                   END-IF
               END-IF

               PERFORM 1055-LER-LINHA-PARM
               IF FL-CONTROLE-ARQ NOT EQUAL SPACES
                   PERFORM 1060-CONVERTER-NUMERO
                   IF WK-PARM-OK EQUAL 'S'
                       MOVE WK-NUM-VALOR TO WK-PRM-DIAS-06
                   END-IF
               END-IF

               PERFORM 1055-LER-LINHA-PARM
               IF FL-CONTROLE-ARQ (1:6) NOT EQUAL SPACES
                   IF FL-CONTROLE-ARQ (1:6) NUMERIC
                       AND FL-CONTROLE-ARQ (5:2) NOT LESS '01'
                       AND FL-CONTROLE-ARQ (5:2) NOT GREATER '12'
                       MOVE FL-CONTROLE-ARQ (1:6) TO WK-PRM-PERIODO
                   ELSE
                       MOVE 'N' TO WK-PARM-OK
                   END-IF
               END-IF
               CLOSE CONTROLE
           END-IF.

       1050-LER-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-LINHA-PARM - le a proxima linha de CBLZMW25.PARM; linha
      * ausente vem em branco.
      *-----------------------------------------------------------------
       1055-LER-LINHA-PARM SECTION.
           READ CONTROLE.
           IF WK-STATUS-P NOT EQUAL ZEROS
               MOVE SPACES TO FL-CONTROLE-ARQ
           END-IF.

       1055-LER-LINHA-PARM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONVERTER-NUMERO - converte o numero do inicio da linha
      * corrente do PARM (ate 4 digitos) para WK-NUM-VALOR; numero
      * invalido recusa a execucao.
      *-----------------------------------------------------------------
       1060-CONVERTER-NUMERO SECTION.
           MOVE ZEROS TO WK-QTD-TAM.
           INSPECT FL-CONTROLE-ARQ TALLYING WK-QTD-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WK-QTD-TAM GREATER ZEROS
               AND WK-QTD-TAM NOT GREATER 4
               AND FL-CONTROLE-ARQ (1:WK-QTD-TAM) NUMERIC
               MOVE FL-CONTROLE-ARQ (1:WK-QTD-TAM) TO WK-NUM-ALFA
               INSPECT WK-NUM-ALFA REPLACING LEADING SPACE BY ZERO
           ELSE
               MOVE 'N' TO WK-PARM-OK
           END-IF.

       1060-CONVERTER-NUMERO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-SITUACOES - carrega a tabela de situacoes ativa de
      * Situacoes.dat; sem o arquivo, usa a carga estatica CBSITTAB.
      *-----------------------------------------------------------------
       1040-CARREGAR-SITUACOES SECTION.
           OPEN INPUT SITUACOES.
           IF WK-STATUS-U EQUAL ZEROS
               PERFORM 1041-LER-SITUACAO
                   UNTIL WK-FIM-SITUACOES EQUAL 'S'
               CLOSE SITUACOES
           ELSE
               PERFORM 1045-CARREGAR-TABELA-INTERNA
                   VARYING WK-TAB-SITU-IDX FROM 1 BY 1
                   UNTIL WK-TAB-SITU-IDX GREATER 4
           END-IF.

       1040-CARREGAR-SITUACOES-FIM.
           EXIT.

       1041-LER-SITUACAO SECTION.
           READ SITUACOES INTO WK-REG-SITUACAO.
           IF WK-STATUS-U NOT EQUAL ZEROS
               MOVE 'S' TO WK-FIM-SITUACOES
           ELSE
               IF SIT-ATIVO EQUAL 'S'
                   AND WK-SIT-QTD LESS 50
                   ADD 1 TO WK-SIT-QTD
                   SET WK-SIT-IDX TO WK-SIT-QTD
                   MOVE SIT-COD TO WK-SIT-COD (WK-SIT-IDX)
                   MOVE SIT-DESC TO WK-SIT-DESC (WK-SIT-IDX)
                   MOVE SIT-VIG TO WK-SIT-VIG (WK-SIT-IDX)
                   MOVE SIT-ATIVO TO WK-SIT-ATIVO (WK-SIT-IDX)
               END-IF
           END-IF.

       1041-LER-SITUACAO-FIM.
           EXIT.

       1045-CARREGAR-TABELA-INTERNA SECTION.
           ADD 1 TO WK-SIT-QTD.
           SET WK-SIT-IDX TO WK-SIT-QTD.
           MOVE WK-TAB-SITU-COD (WK-TAB-SITU-IDX)
               TO WK-SIT-COD (WK-SIT-IDX).
           MOVE WK-TAB-SITU-DESC (WK-TAB-SITU-IDX)
               TO WK-SIT-DESC (WK-SIT-IDX).
           MOVE ZEROS TO WK-SIT-VIG (WK-SIT-IDX).
           MOVE 'S' TO WK-SIT-ATIVO (WK-SIT-IDX).

       1045-CARREGAR-TABELA-INTERNA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURAR-CODIGO - procura WK-COD-BUSCA na tabela de situacoes
      * carregada, devolvendo o achado em WK-COD-ACHOU.
      *-----------------------------------------------------------------
       1250-PROCURAR-CODIGO SECTION.
           MOVE 'N' TO WK-COD-ACHOU.
           SET WK-SIT-IDX TO 1.
           SEARCH WK-SIT-ENT
               AT END
                   CONTINUE
               WHEN WK-SIT-IDX GREATER WK-SIT-QTD
                   CONTINUE
               WHEN WK-SIT-COD (WK-SIT-IDX) EQUAL WK-COD-BUSCA
                   MOVE 'S' TO WK-COD-ACHOU
           END-SEARCH.

       1250-PROCURAR-CODIGO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho com o numero
      * de pagina corrente.
      *-----------------------------------------------------------------
       1100-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-PAGINA-ATUAL.
           MOVE WK-PAGINA-ATUAL TO WK-CABEC01-PAG-NUM.

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC01 TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC02 TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC-L TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-LINDIT01 TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO WK-LINHAS-PAGINA.

       1100-IMPRIMIR-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-SELECAO - linha com os criterios da execucao: prazo
      * de prescricao (com a data limite do vencimento) e minimo de
      * dias em 06 na proposta e na aprovacao, periodo nas
      * recuperacoes.
      *-----------------------------------------------------------------
       1150-IMPRIMIR-SELECAO SECTION.
           MOVE SPACES TO WK-LINSEL.

           IF WK-PRM-MODO EQUAL 'R'
               IF WK-PRM-PERIODO EQUAL ZEROS
                   MOVE 'PERIODO: TODO O LIVRO DE BAIXAS' TO WK-LINSEL
               ELSE
                   STRING 'PERIODO: ' DELIMITED BY SIZE
                          WK-PRM-PER-MES DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WK-PRM-PER-ANO DELIMITED BY SIZE
                          INTO WK-LINSEL
               END-IF
           ELSE
               MOVE WK-DATA-LIMITE-PRESC TO WK-DATA-AUX
               PERFORM 2650-EDITAR-DATA
               STRING 'PRESCRICAO: ' DELIMITED BY SIZE
                      WK-PRM-ANOS DELIMITED BY SIZE
                      ' ANOS (VENCIMENTO ANTERIOR A ' DELIMITED BY SIZE
                      WK-DATA-EDIT DELIMITED BY SIZE
                      ')   MINIMO EM 06 INCOBRAVEL: ' DELIMITED BY SIZE
                      WK-PRM-DIAS-06 DELIMITED BY SIZE
                      ' DIAS' DELIMITED BY SIZE
                      INTO WK-LINSEL
           END-IF.

           MOVE WK-LINSEL TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       1150-IMPRIMIR-SELECAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-CADASTRO - abre o cadastro de identificacao para a razao
      * social; sem ele a coluna sai com SEM CADASTRO (RC=4).
      *-----------------------------------------------------------------
       1600-ABRIR-CADASTRO SECTION.
           OPEN INPUT CADASTRO.
           IF WK-STATUS-D NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-D
                   ' CADASTRO'
               DISPLAY 'AVISO: RAZAO SOCIAL SAI SEM CADASTRO'
               MOVE 'N' TO WK-CADASTRO-OK
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1600-ABRIR-CADASTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o na primeira execucao; sem o livro a baixa
      * segue sem registrar eventos (RC=4).
      *-----------------------------------------------------------------
       1700-ABRIR-EVENTOS SECTION.
           OPEN I-O EVENTOS.
           IF WK-STATUS-V EQUAL 35
               OPEN OUTPUT EVENTOS
               IF WK-STATUS-V EQUAL ZEROS
                   CLOSE EVENTOS
                   OPEN I-O EVENTOS
               END-IF
           END-IF.

           IF WK-STATUS-V EQUAL ZEROS
               MOVE 'S' TO WK-EVT-DISPONIVEL
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-V
                   ' EVENTOS'
               DISPLAY 'BAIXA SEGUE SEM REGISTRO DE EVENTOS'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1700-ABRIR-EVENTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-JORNAL - abre o jornal do mestre em EXTEND (OUTPUT se
      * ainda nao existe); sem o jornal o mestre nao pode ser alterado
      * e a aprovacao e recusada (RC=8).
      *-----------------------------------------------------------------
       1750-ABRIR-JORNAL SECTION.
           OPEN EXTEND JORNAL.
           IF WK-STATUS-J EQUAL 35
               OPEN OUTPUT JORNAL
           END-IF.

           IF WK-STATUS-J EQUAL ZEROS
               MOVE 'S' TO WK-JMS-DISPONIVEL
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-J
                   ' JORNALMESTRE'
               DISPLAY 'JornalMestre.log INDISPONIVEL - MESTRE NAO '
                   'PODE SER ATUALIZADO'
               CLOSE MESTRE
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

       1750-ABRIR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-PREJUIZO - abre o livro de baixas em EXTEND (OUTPUT se
      * ainda nao existe). Sem o livro a recuperacao futura nao seria
      * reconhecida: a aprovacao e recusada (RC=8).
      *-----------------------------------------------------------------
       1800-ABRIR-PREJUIZO SECTION.
           OPEN EXTEND PREJUIZO.
           IF WK-STATUS-K EQUAL 35
               OPEN OUTPUT PREJUIZO
           END-IF.

           IF WK-STATUS-K NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-K
                   ' PREJUIZO'
               DISPLAY 'Prejuizo.dat INDISPONIVEL - BAIXA RECUSADA'
               CLOSE MESTRE
               CLOSE JORNAL
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

       1800-ABRIR-PREJUIZO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-NEG-EXCLUSAO - abre a fila de exclusao da negativacao em
      * EXTEND para acrescentar os baixados negativados; OPEN OUTPUT
      * so e tentado quando o arquivo ainda nao existe (status 35).
      * Sem a fila a baixa segue (RC=4): a varredura do CBLZMW15 gera
      * a exclusao do negativado fora da situacao 04 de todo modo.
      *-----------------------------------------------------------------
       1850-ABRIR-NEG-EXCLUSAO SECTION.
           OPEN EXTEND NEG-EXCLUSAO.
           IF WK-STATUS-X EQUAL 35
               OPEN OUTPUT NEG-EXCLUSAO
           END-IF.

           IF WK-STATUS-X NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-X
                   ' NEGEXCLUSAO'
               MOVE 'N' TO WK-NEG-EXCL-OK
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1850-ABRIR-NEG-EXCLUSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - executa o modo pedido.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           IF WK-PRM-MODO EQUAL 'P'
               PERFORM 2100-PROPOR
           ELSE
               IF WK-PRM-MODO EQUAL 'A'
                   PERFORM 2300-APROVAR
               ELSE
                   PERFORM 2400-RECUPERACOES
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROPOR - ordena a foto por CNPJ, percorre o mestre na ordem da
      * chave avaliando cada devedor e grava a proposta.
      *-----------------------------------------------------------------
       2100-PROPOR SECTION.
           OPEN INPUT MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
               DISPLAY 'Mestre.dat INDISPONIVEL - EXECUTE O CBLZMW03'
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PROPOSTA.
           IF WK-STATUS-Q NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-Q
                   ' BAIXAPROPOSTA'
               CLOSE MESTRE
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1600-ABRIR-CADASTRO.
           PERFORM 2110-ORDENAR-FOTO.

           PERFORM 2190-LER-MESTRE.
           PERFORM 2120-AVALIAR-DEVEDOR
               UNTIL WK-FIM-MESTRE EQUAL 'S'.

           PERFORM 2180-IMPRIMIR-TOTAIS-PROPOSTA.

           CLOSE MESTRE.
           CLOSE PROPOSTA.
           IF WK-STATUS-Q NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-Q
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.
           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.
           IF WK-FIM-SNAP NOT EQUAL 'X'
               CLOSE SNAP-ORDENADO
           END-IF.

       2100-PROPOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ORDENAR-FOTO - ordena a foto da ultima execucao por CNPJ para
      * o casamento com o mestre. Sem a foto a prescricao nao pode ser
      * avaliada: so o criterio de idade em 06 vale (RC=4).
      *-----------------------------------------------------------------
       2110-ORDENAR-FOTO SECTION.
           SORT WK-ARQ-ORD-SNAP
               ON ASCENDING KEY SDS-CNPJ
               USING SNAPSHOT
               GIVING SNAP-ORDENADO.

           IF WK-STATUS-N NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-N
                   ' SNAPSHOT'
               DISPLAY 'AVISO: SEM FOTO DA CARTEIRA - PRESCRICAO NAO '
                   'AVALIADA'
               MOVE 'X' TO WK-FIM-SNAP
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               OPEN INPUT SNAP-ORDENADO
               IF WK-STATUS-W NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-W
                   MOVE 'X' TO WK-FIM-SNAP
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 2135-LER-FOTO
               END-IF
           END-IF.

       2110-ORDENAR-FOTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * AVALIAR-DEVEDOR - devedor ja baixado, invalidado pelo ultimo
      * feed ou sem valor em aberto nao e avaliado; os demais sao
      * classificados e, se couber, propostos.
      *-----------------------------------------------------------------
       2120-AVALIAR-DEVEDOR SECTION.
           ADD 1 TO WK-QTD-LIDOS.

           IF MST-SITU NOT EQUAL WK-SITU-BAIXADO
               AND MST-VALIDO EQUAL 'S'
               AND MST-VALO GREATER ZEROS
               PERFORM 2130-BUSCAR-VENCIMENTO
               PERFORM 2140-CLASSIFICAR-BAIXA
               IF WK-MOTIVO-BAIXA NOT EQUAL SPACE
                   PERFORM 2150-PROPOR-BAIXA
               END-IF
           END-IF.

           PERFORM 2190-LER-MESTRE.

       2120-AVALIAR-DEVEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-VENCIMENTO - casa o CNPJ do mestre com a foto ordenada:
      * avanca a foto ate o CNPJ e, entre os registros do CNPJ (um por
      * filial de origem), guarda o vencimento valido mais antigo e a
      * primeira filial. CNPJ fora da foto fica sem vencimento.
      *-----------------------------------------------------------------
       2130-BUSCAR-VENCIMENTO SECTION.
           MOVE ZEROS TO WK-VENC-ESTAB.
           MOVE SPACES TO WK-FILIAL-ESTAB.

           PERFORM 2135-LER-FOTO
               UNTIL WK-FIM-SNAP NOT EQUAL 'N'
                  OR SNP-CNPJ NOT LESS MST-CNPJ.

           PERFORM 2131-CASAR-FOTO
               UNTIL WK-FIM-SNAP NOT EQUAL 'N'
                  OR SNP-CNPJ NOT EQUAL MST-CNPJ.

           IF WK-FILIAL-ESTAB EQUAL SPACES
               ADD 1 TO WK-QTD-SEM-FOTO
           END-IF.

       2130-BUSCAR-VENCIMENTO-FIM.
           EXIT.

       2131-CASAR-FOTO SECTION.
           IF WK-FILIAL-ESTAB EQUAL SPACES
               MOVE SNP-FILIAL TO WK-FILIAL-ESTAB
           END-IF.

           IF SNP-VENC NUMERIC
               AND SNP-VENC GREATER ZEROS
               AND SNP-VENC (5:2) NOT LESS '01'
               AND SNP-VENC (5:2) NOT GREATER '12'
               AND SNP-VENC (7:2) NOT LESS '01'
               AND SNP-VENC (7:2) NOT GREATER '31'
               IF WK-VENC-ESTAB EQUAL ZEROS
                   OR SNP-VENC LESS WK-VENC-ESTAB
                   MOVE SNP-VENC TO WK-VENC-ESTAB
               END-IF
           END-IF.

           PERFORM 2135-LER-FOTO.

       2131-CASAR-FOTO-FIM.
           EXIT.

       2135-LER-FOTO SECTION.
           READ SNAP-ORDENADO INTO WK-REG-SNAPSHOT.

           IF WK-STATUS-W EQUAL 10
               MOVE 'S' TO WK-FIM-SNAP
           ELSE
               IF WK-STATUS-W NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-W
                       ' SNAPSHOT'
                   MOVE 'S' TO WK-FIM-SNAP
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2135-LER-FOTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICAR-BAIXA - prescrito: vencimento mais antigo anterior
      * a data limite (hoje menos o prazo em anos), salvo o devedor em
      * 05 NEGOCIADO (o acordo interrompe a prescricao). Incobravel
      * antigo: em 06 ha pelo menos o minimo de dias desde o retorno
      * da assessoria (MST-DATA-RET, gravada pelo CBLZMW07); 06 sem a
      * data do retorno nao tem a idade apurada e e so contado. O
      * motivo sai em WK-MOTIVO-BAIXA (P, I, A ou branco).
      *-----------------------------------------------------------------
       2140-CLASSIFICAR-BAIXA SECTION.
           MOVE 'N' TO WK-PRESCRITO.
           MOVE 'N' TO WK-INCOB-ANTIGO.
           MOVE SPACE TO WK-MOTIVO-BAIXA.
           MOVE ZEROS TO WK-DIAS-EM-06.

           IF MST-SITU NOT EQUAL WK-SITU-NEGOCIADO
               AND WK-VENC-ESTAB GREATER ZEROS
               AND WK-VENC-ESTAB LESS WK-DATA-LIMITE-PRESC
               MOVE 'S' TO WK-PRESCRITO
           END-IF.

           IF MST-SITU EQUAL WK-SITU-INCOBRAVEL
               IF MST-DATA-RET EQUAL ZEROS
                   ADD 1 TO WK-QTD-06-SEM-DATA
               ELSE
                   MOVE MST-DATA-RET TO WK-CDS-DATA
                   PERFORM 2545-CALCULAR-DIA-SERIAL
                   IF WK-SERIAL-HOJE GREATER WK-CDS-SERIAL
                       COMPUTE WK-DIAS-EM-06 =
                           WK-SERIAL-HOJE - WK-CDS-SERIAL
                   END-IF
                   IF WK-DIAS-EM-06 NOT LESS WK-PRM-DIAS-06
                       MOVE 'S' TO WK-INCOB-ANTIGO
                   END-IF
               END-IF
           END-IF.

           IF WK-PRESCRITO EQUAL 'S'
               IF WK-INCOB-ANTIGO EQUAL 'S'
                   MOVE 'A' TO WK-MOTIVO-BAIXA
               ELSE
                   MOVE 'P' TO WK-MOTIVO-BAIXA
               END-IF
           ELSE
               IF WK-INCOB-ANTIGO EQUAL 'S'
                   MOVE 'I' TO WK-MOTIVO-BAIXA
               END-IF
           END-IF.

       2140-CLASSIFICAR-BAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROPOR-BAIXA - grava o devedor em BaixaProposta.dat, imprime a
      * linha da lista de aprovacao e acumula os totais do motivo.
      *-----------------------------------------------------------------
       2150-PROPOR-BAIXA SECTION.
           MOVE MST-CNPJ TO PRP-CNPJ.
           MOVE MST-SITU TO PRP-SITU.
           MOVE MST-VALO TO PRP-VALO.
           MOVE WK-VENC-ESTAB TO PRP-VENC.
           MOVE MST-DATA-RET TO PRP-DATA-RET.
           MOVE WK-MOTIVO-BAIXA TO PRP-MOTIVO.
           MOVE WK-FILIAL-ESTAB TO PRP-FILIAL.
           MOVE WK-DATA-SYS-NUM TO PRP-DATA-PROP.
           MOVE WK-REG-PROPOSTA TO FL-PROPOSTA-ARQ.
           WRITE FL-PROPOSTA-ARQ.
           IF WK-STATUS-Q NOT EQUAL ZEROS
               DISPLAY 'ERRO DE GRAVACAO NA PROPOSTA ' WK-STATUS-Q
                   ' CNPJ ' MST-CNPJ
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           MOVE MST-CNPJ TO CAD-CNPJ.
           PERFORM 2510-BUSCAR-CADASTRO.
           MOVE WK-MOTIVO-BAIXA TO PRJ-MOTIVO.
           PERFORM 2520-DESCREVER-MOTIVO.

           MOVE SPACES TO WK-LINPRP.
           MOVE MST-CNPJ TO WK-CNPJ-NUM.
           PERFORM 2600-EDITAR-CNPJ.
           MOVE WK-CNPJ-EDIT TO WK-PRL-CNPJ.
           MOVE WK-FILIAL-ESTAB TO WK-PRL-FIL.
           MOVE WK-RAZAO-BUSCA TO WK-PRL-RAZA.
           MOVE MST-SITU TO WK-PRL-SITU.
           MOVE MST-VALO TO WK-PRL-VALO.
           MOVE WK-VENC-ESTAB TO WK-DATA-AUX.
           PERFORM 2650-EDITAR-DATA.
           MOVE WK-DATA-EDIT TO WK-PRL-VENC.
           MOVE WK-DIAS-EM-06 TO WK-PRL-DIAS.
           MOVE WK-MOTIVO-DESC TO WK-PRL-MOTI.
           MOVE WK-LINPRP TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           IF WK-MOTIVO-BAIXA EQUAL 'P'
               MOVE 1 TO WK-TPR-IDX
           ELSE
               IF WK-MOTIVO-BAIXA EQUAL 'I'
                   MOVE 2 TO WK-TPR-IDX
               ELSE
                   MOVE 3 TO WK-TPR-IDX
               END-IF
           END-IF.
           ADD 1 TO WK-TPR-QTD (WK-TPR-IDX).
           ADD MST-VALO TO WK-TPR-VALO (WK-TPR-IDX).

           ADD 1 TO WK-QTD-PROPOSTOS.
           ADD MST-VALO TO WK-VAL-PROPOSTOS.

       2150-PROPOR-BAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-TOTAIS-PROPOSTA - totais por motivo, contadores da
      * avaliacao e o quadro de aprovacao da gerencia.
      *-----------------------------------------------------------------
       2180-IMPRIMIR-TOTAIS-PROPOSTA SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PROPOSTOS - PRESCRITOS' TO WK-TOT-DESC.
           MOVE WK-TPR-QTD (1) TO WK-TOT-QTD.
           MOVE WK-TPR-VALO (1) TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PROPOSTOS - INCOBRAVEIS ALEM DO MINIMO EM 06'
               TO WK-TOT-DESC.
           MOVE WK-TPR-QTD (2) TO WK-TOT-QTD.
           MOVE WK-TPR-VALO (2) TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PROPOSTOS - PRESCRITOS E INCOBRAVEIS' TO WK-TOT-DESC.
           MOVE WK-TPR-QTD (3) TO WK-TOT-QTD.
           MOVE WK-TPR-VALO (3) TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'TOTAL PROPOSTO PARA BAIXA' TO WK-TOT-DESC.
           MOVE WK-QTD-PROPOSTOS TO WK-TOT-QTD.
           MOVE WK-VAL-PROPOSTOS TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-LINTOT.
           MOVE 'DEVEDORES DO MESTRE AVALIADOS' TO WK-TOT-DESC.
           MOVE WK-QTD-LIDOS TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES SEM VENCIMENTO NA FOTO' TO WK-TOT-DESC.
           MOVE WK-QTD-SEM-FOTO TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'INCOBRAVEIS SEM DATA DE RETORNO (IDADE NAO APURADA)'
               TO WK-TOT-DESC.
           MOVE WK-QTD-06-SEM-DATA TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-LINAPV-TIT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-LINAPV-ASS TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2180-IMPRIMIR-TOTAIS-PROPOSTA-FIM.
           EXIT.

       2190-LER-MESTRE SECTION.
           READ MESTRE NEXT RECORD.

           IF WK-STATUS-M EQUAL 10
               MOVE 'S' TO WK-FIM-MESTRE
           ELSE
               IF WK-STATUS-M NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-M
                       ' MESTRE'
                   MOVE 'S' TO WK-FIM-MESTRE
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2190-LER-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APROVAR - carrega a proposta, abre o mestre, o jornal, o livro
      * de baixas, a fila de exclusao e o livro de eventos e aplica
      * cada aprovacao de BaixaAprovada.dat. Sem proposta ou sem
      * aprovacao nada e baixado (RC=8).
      *-----------------------------------------------------------------
       2300-APROVAR SECTION.
           PERFORM 2310-CARREGAR-PROPOSTA.

           OPEN INPUT APROVACAO.
           IF WK-STATUS-A NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-A
                   ' BAIXAAPROVADA'
               DISPLAY 'BaixaAprovada.dat INDISPONIVEL - NADA BAIXADO'
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
               DISPLAY 'Mestre.dat INDISPONIVEL - EXECUTE O CBLZMW03'
               CLOSE APROVACAO
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1750-ABRIR-JORNAL.
           PERFORM 1800-ABRIR-PREJUIZO.
           PERFORM 1850-ABRIR-NEG-EXCLUSAO.
           PERFORM 1700-ABRIR-EVENTOS.
           PERFORM 1600-ABRIR-CADASTRO.

           PERFORM 1040-CARREGAR-SITUACOES.
           MOVE WK-SITU-BAIXADO TO WK-COD-BUSCA.
           PERFORM 1250-PROCURAR-CODIGO.
           IF WK-COD-ACHOU NOT EQUAL 'S'
               DISPLAY 'ALERTA: SITUACAO ' WK-COD-BUSCA ' SEM '
                   'CADASTRO - REGISTRE VIA CBLZMW05'
           END-IF.

           PERFORM 2330-LER-APROVACAO.
           PERFORM 2340-APLICAR-APROVACAO
               UNTIL WK-FIM-APROVACAO EQUAL 'S'.

           PERFORM 2380-IMPRIMIR-TOTAIS-APROVACAO.

           CLOSE APROVACAO.

           CLOSE MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-M
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           CLOSE JORNAL.
           IF WK-STATUS-J NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-J
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           CLOSE PREJUIZO.
           IF WK-STATUS-K NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-K
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           IF WK-NEG-EXCL-OK EQUAL 'S'
               CLOSE NEG-EXCLUSAO
               IF WK-STATUS-X NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-X
               END-IF
           END-IF.

           IF WK-EVT-DISPONIVEL EQUAL 'S'
               CLOSE EVENTOS
           END-IF.

           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.

       2300-APROVAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-PROPOSTA - carrega BaixaProposta.dat em memoria. Sem
      * a proposta a aprovacao e recusada (RC=8); proposta alem da
      * capacidade da tabela e alertada (RC=4) e o excedente recusado
      * na aprovacao.
      *-----------------------------------------------------------------
       2310-CARREGAR-PROPOSTA SECTION.
           OPEN INPUT PROPOSTA.
           IF WK-STATUS-Q NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-Q
                   ' BAIXAPROPOSTA'
               DISPLAY 'SEM PROPOSTA DE BAIXA - EXECUTE O MODO P'
               CLOSE RELATORIO
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2311-LER-PROPOSTA
               UNTIL WK-FIM-PROPOSTA EQUAL 'S'.

           CLOSE PROPOSTA.

           DISPLAY 'DEVEDORES NA PROPOSTA: ' WK-PRT-QTD.

       2310-CARREGAR-PROPOSTA-FIM.
           EXIT.

       2311-LER-PROPOSTA SECTION.
           READ PROPOSTA INTO WK-REG-PROPOSTA.

           IF WK-STATUS-Q NOT EQUAL ZEROS
               MOVE 'S' TO WK-FIM-PROPOSTA
           ELSE
               IF WK-PRT-QTD LESS 2000
                   ADD 1 TO WK-PRT-QTD
                   SET WK-PRT-IDX TO WK-PRT-QTD
                   MOVE PRP-CNPJ TO WK-PRT-CNPJ (WK-PRT-IDX)
                   MOVE PRP-SITU TO WK-PRT-SITU (WK-PRT-IDX)
                   MOVE PRP-VALO TO WK-PRT-VALO (WK-PRT-IDX)
                   MOVE PRP-VENC TO WK-PRT-VENC (WK-PRT-IDX)
                   MOVE PRP-MOTIVO TO WK-PRT-MOTIVO (WK-PRT-IDX)
                   MOVE 'N' TO WK-PRT-BAIXADA (WK-PRT-IDX)
                   MOVE PRP-DATA-PROP TO WK-DATA-PROPOSTA
               ELSE
                   DISPLAY 'ALERTA: PROPOSTA COM MAIS DE 2000 '
                       'DEVEDORES - CNPJ ' PRP-CNPJ ' FORA DA TABELA'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2311-LER-PROPOSTA-FIM.
           EXIT.

       2330-LER-APROVACAO SECTION.
           MOVE SPACES TO FL-APROVACAO-ARQ.
           READ APROVACAO INTO WK-REG-APROVACAO.

           IF WK-STATUS-A EQUAL 10
               MOVE 'S' TO WK-FIM-APROVACAO
           ELSE
               IF WK-STATUS-A NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-A
                       ' BAIXAAPROVADA'
                   MOVE 'S' TO WK-FIM-APROVACAO
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2330-LER-APROVACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APLICAR-APROVACAO - confere a aprovacao corrente: CNPJ valido,
      * aprovador identificado, CNPJ na proposta e ainda nao baixado
      * nesta execucao, registro no mestre com a mesma situacao e o
      * mesmo valor da proposta (pagamento, retorno ou feed posterior
      * a proposta exige nova proposta). Aprovada, efetiva a baixa;
      * recusada, sai no relatorio com o motivo (RC=4). Linha em
      * branco e ignorada.
      *-----------------------------------------------------------------
       2340-APLICAR-APROVACAO SECTION.
           IF WK-REG-APROVACAO NOT EQUAL SPACES
               ADD 1 TO WK-QTD-APROVACOES
               MOVE SPACES TO WK-MOTIVO-RECUSA
               MOVE ZEROS TO WK-PRT-USO

               IF APR-CNPJ NOT NUMERIC
                   MOVE 'CNPJ INVALIDO NA APROVACAO'
                       TO WK-MOTIVO-RECUSA
               ELSE
                   IF APR-APROVADOR EQUAL SPACES
                       MOVE 'APROVADOR NAO INFORMADO'
                           TO WK-MOTIVO-RECUSA
                   ELSE
                       PERFORM 2345-PROCURAR-PROPOSTA
                   END-IF
               END-IF

               IF WK-MOTIVO-RECUSA EQUAL SPACES
                   PERFORM 2350-CONFERIR-MESTRE
               END-IF

               IF WK-MOTIVO-RECUSA EQUAL SPACES
                   PERFORM 2360-EFETIVAR-BAIXA
               END-IF

               IF WK-MOTIVO-RECUSA NOT EQUAL SPACES
                   ADD 1 TO WK-QTD-RECUSADOS
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF

               PERFORM 2370-IMPRIMIR-APROVACAO
           END-IF.

           PERFORM 2330-LER-APROVACAO.

       2340-APLICAR-APROVACAO-FIM.
           EXIT.

       2345-PROCURAR-PROPOSTA SECTION.
           SET WK-PRT-IDX TO 1.
           SEARCH WK-PRT-ENT
               AT END
                   CONTINUE
               WHEN WK-PRT-IDX GREATER WK-PRT-QTD
                   CONTINUE
               WHEN WK-PRT-CNPJ (WK-PRT-IDX) EQUAL APR-CNPJ-NUM
                   SET WK-PRT-USO TO WK-PRT-IDX
           END-SEARCH.

           IF WK-PRT-USO EQUAL ZEROS
               MOVE 'CNPJ FORA DA PROPOSTA' TO WK-MOTIVO-RECUSA
           ELSE
               IF WK-PRT-BAIXADA (WK-PRT-USO) EQUAL 'S'
                   MOVE 'APROVACAO EM DOBRO' TO WK-MOTIVO-RECUSA
               END-IF
           END-IF.

       2345-PROCURAR-PROPOSTA-FIM.
           EXIT.

       2350-CONFERIR-MESTRE SECTION.
           MOVE APR-CNPJ-NUM TO MST-CNPJ.
           READ MESTRE.

           IF WK-STATUS-M EQUAL 23
               MOVE 'CNPJ NAO CONSTA NO MESTRE' TO WK-MOTIVO-RECUSA
           ELSE
               IF WK-STATUS-M NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-M
                       ' MESTRE'
                   MOVE 'ERRO DE LEITURA NO MESTRE' TO WK-MOTIVO-RECUSA
               ELSE
                   IF MST-SITU EQUAL WK-SITU-BAIXADO
                       MOVE 'DEVEDOR JA BAIXADO' TO WK-MOTIVO-RECUSA
                   ELSE
                       IF MST-SITU NOT EQUAL WK-PRT-SITU (WK-PRT-USO)
                           OR MST-VALO NOT EQUAL
                              WK-PRT-VALO (WK-PRT-USO)
                           MOVE 'MESTRE ALTERADO APOS PROPOSTA'
                               TO WK-MOTIVO-RECUSA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2350-CONFERIR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EFETIVAR-BAIXA - lanca no jornal a passagem do devedor para 07
      * BAIXADO e so entao regrava o mestre; grava a baixa no livro de
      * baixas, enfileira a exclusao do negativado (S ou P) e registra
      * o evento BX. Lancamento nao gravado ou regravacao recusada
      * deixam a aprovacao recusada com o mestre intocado.
      *-----------------------------------------------------------------
       2360-EFETIVAR-BAIXA SECTION.
           MOVE MST-SITU TO WK-SITU-ANTERIOR.
           MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES.
           MOVE 'A' TO WK-JMS-OPER.
           MOVE WK-SITU-BAIXADO TO MST-SITU.

           PERFORM 2990-GRAVAR-JORNAL.
           IF WK-JMS-GRAVADO NOT EQUAL 'S'
               MOVE 'ERRO DE GRAVACAO NO JORNAL' TO WK-MOTIVO-RECUSA
               MOVE WK-SITU-ANTERIOR TO MST-SITU
           ELSE
               REWRITE FL-MESTRE-ARQ
                   INVALID KEY
                       DISPLAY 'ERRO DE GRAVACAO NO MESTRE '
                           WK-STATUS-M
                       MOVE 'ERRO DE GRAVACAO NO MESTRE'
                           TO WK-MOTIVO-RECUSA
                       MOVE WK-SITU-ANTERIOR TO MST-SITU
               END-REWRITE
           END-IF.

           IF WK-MOTIVO-RECUSA EQUAL SPACES
               MOVE 'S' TO WK-PRT-BAIXADA (WK-PRT-USO)
               PERFORM 2361-GRAVAR-LIVRO
               IF MST-NEGATIVADO EQUAL 'S'
                   OR MST-NEGATIVADO EQUAL 'P'
                   PERFORM 2362-ENFILEIRAR-EXCLUSAO
               END-IF
               PERFORM 2363-REGISTRAR-BAIXA
               ADD 1 TO WK-QTD-BAIXADOS
               ADD MST-VALO TO WK-VAL-BAIXADOS
           END-IF.

       2360-EFETIVAR-BAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-LIVRO - grava o lancamento B no livro de baixas, base
      * do reconhecimento das recuperacoes futuras. Falha de gravacao
      * com o mestre ja baixado e erro (RC=8) a acertar a mao.
      *-----------------------------------------------------------------
       2361-GRAVAR-LIVRO SECTION.
           MOVE 'B' TO PRJ-TIPO.
           MOVE MST-CNPJ TO PRJ-CNPJ.
           MOVE WK-DATA-SYS-NUM TO PRJ-DATA.
           MOVE MST-VALO TO PRJ-VALO.
           MOVE WK-SITU-ANTERIOR TO PRJ-SITU-ANT.
           MOVE WK-PRT-VENC (WK-PRT-USO) TO PRJ-VENC.
           MOVE WK-PRT-MOTIVO (WK-PRT-USO) TO PRJ-MOTIVO.
           MOVE APR-APROVADOR TO PRJ-APROVADOR.
           MOVE 'CBLZMW25' TO PRJ-PROG.
           MOVE WK-REG-PREJUIZO TO FL-PREJUIZO-ARQ.
           WRITE FL-PREJUIZO-ARQ.

           IF WK-STATUS-K NOT EQUAL ZEROS
               DISPLAY 'ERRO DE GRAVACAO NO LIVRO DE BAIXAS '
                   WK-STATUS-K ' CNPJ ' MST-CNPJ
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       2361-GRAVAR-LIVRO-FIM.
           EXIT.

       2362-ENFILEIRAR-EXCLUSAO SECTION.
           IF WK-NEG-EXCL-OK NOT EQUAL 'S'
               DISPLAY 'ALERTA: EXCLUSAO DE NEGATIVACAO NAO '
                   'ENFILEIRADA - CNPJ ' MST-CNPJ
           ELSE
               MOVE MST-CNPJ TO NEX-CNPJ
               MOVE WK-DATA-SYS TO NEX-DATA
               WRITE FL-NEG-EXCLUSAO-ARQ
               IF WK-STATUS-X NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE GRAVACAO DE ARQUIVO ' WK-STATUS-X
                       ' NEGEXCLUSAO - CNPJ ' MST-CNPJ
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-ENFILEIRADOS
               END-IF
           END-IF.

       2362-ENFILEIRAR-EXCLUSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-BAIXA - registra no livro de eventos a baixa para
      * prejuizo (BX): o valor nao muda, a situacao passa a 07 e o
      * movimento e o valor baixado; o complemento traz quem aprovou.
      *-----------------------------------------------------------------
       2363-REGISTRAR-BAIXA SECTION.
           MOVE MST-CNPJ TO EVT-CNPJ.
           MOVE 'BX' TO EVT-TIPO.
           MOVE MST-VALO TO EVT-VALO-ANT
                            EVT-VALO-POS
                            EVT-VALO-MOV.
           MOVE WK-SITU-ANTERIOR TO EVT-SITU-ANT.
           MOVE MST-SITU TO EVT-SITU-POS.
           MOVE SPACES TO EVT-COMPL.
           STRING 'APROVADA POR ' DELIMITED BY SIZE
                  APR-APROVADOR DELIMITED BY SIZE
                  INTO EVT-COMPL.

           PERFORM 2980-GRAVAR-EVENTO.

       2363-REGISTRAR-BAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-APROVACAO - linha da aprovacao com o resultado: a
      * baixa efetivada ou o motivo da recusa.
      *-----------------------------------------------------------------
       2370-IMPRIMIR-APROVACAO SECTION.
           MOVE SPACES TO WK-LINAPR.

           IF APR-CNPJ NUMERIC
               MOVE APR-CNPJ-NUM TO WK-CNPJ-NUM
               PERFORM 2600-EDITAR-CNPJ
               MOVE WK-CNPJ-EDIT TO WK-APL-CNPJ
               MOVE APR-CNPJ-NUM TO CAD-CNPJ
               PERFORM 2510-BUSCAR-CADASTRO
               MOVE WK-RAZAO-BUSCA (1:20) TO WK-APL-RAZA
           ELSE
               MOVE APR-CNPJ TO WK-APL-CNPJ
           END-IF.

           IF WK-PRT-USO GREATER ZEROS
               MOVE WK-PRT-SITU (WK-PRT-USO) TO WK-APL-SITU
               MOVE WK-PRT-VALO (WK-PRT-USO) TO WK-APL-VALO
               MOVE WK-PRT-MOTIVO (WK-PRT-USO) TO PRJ-MOTIVO
               PERFORM 2520-DESCREVER-MOTIVO
               MOVE WK-MOTIVO-DESC TO WK-APL-MOTI
           ELSE
               MOVE ZEROS TO WK-APL-VALO
           END-IF.

           MOVE APR-APROVADOR TO WK-APL-APRO.

           IF WK-MOTIVO-RECUSA EQUAL SPACES
               MOVE 'BAIXADO PARA PREJUIZO' TO WK-APL-RESU
           ELSE
               MOVE WK-MOTIVO-RECUSA TO WK-APL-RESU
           END-IF.

           MOVE WK-LINAPR TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2370-IMPRIMIR-APROVACAO-FIM.
           EXIT.

       2380-IMPRIMIR-TOTAIS-APROVACAO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-DATA-PROPOSTA TO WK-DATA-AUX.
           PERFORM 2650-EDITAR-DATA.
           MOVE SPACES TO WK-LINSEL.
           STRING 'PROPOSTA DE ' DELIMITED BY SIZE
                  WK-DATA-EDIT DELIMITED BY SIZE
                  ' COM ' DELIMITED BY SIZE
                  WK-PRT-QTD DELIMITED BY SIZE
                  ' DEVEDORES' DELIMITED BY SIZE
                  INTO WK-LINSEL.
           MOVE WK-LINSEL TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-LINTOT.
           MOVE 'APROVACOES RECEBIDAS' TO WK-TOT-DESC.
           MOVE WK-QTD-APROVACOES TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'APROVACOES RECUSADAS' TO WK-TOT-DESC.
           MOVE WK-QTD-RECUSADOS TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'EXCLUSOES DE NEGATIVACAO ENFILEIRADAS' TO WK-TOT-DESC.
           MOVE WK-QTD-ENFILEIRADOS TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES BAIXADOS PARA PREJUIZO' TO WK-TOT-DESC.
           MOVE WK-QTD-BAIXADOS TO WK-TOT-QTD.
           MOVE WK-VAL-BAIXADOS TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2380-IMPRIMIR-TOTAIS-APROVACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * RECUPERACOES - ordena o livro de baixas por CNPJ, tipo e data
      * e o percorre devedor a devedor. Livro inexistente nao tem
      * nada a relatar.
      *-----------------------------------------------------------------
       2400-RECUPERACOES SECTION.
           SORT WK-ARQ-ORDENACAO
               ON ASCENDING KEY SD-CNPJ
               ON ASCENDING KEY SD-TIPO
               ON ASCENDING KEY SD-DATA
               USING PREJUIZO
               GIVING PREJ-ORDENADO.

           IF WK-STATUS-K NOT EQUAL ZEROS
               DISPLAY 'Prejuizo.dat INEXISTENTE OU ILEGIVEL '
                   WK-STATUS-K ' - NENHUMA BAIXA NO LIVRO'
               MOVE 'S' TO WK-FIM-PREJUIZO
           ELSE
               OPEN INPUT PREJ-ORDENADO
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-O
                       ' PREJUIZO.ORD'
                   MOVE 'S' TO WK-FIM-PREJUIZO
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 2410-LER-ORDENADO
                   PERFORM 2420-TRATAR-LANCAMENTO
                       UNTIL WK-FIM-PREJUIZO EQUAL 'S'
                   IF WK-REC-ABERTO EQUAL 'S'
                       PERFORM 2450-FECHAR-DEVEDOR
                   END-IF
                   CLOSE PREJ-ORDENADO
               END-IF
           END-IF.

           PERFORM 2480-IMPRIMIR-TOTAIS-RECUP.

       2400-RECUPERACOES-FIM.
           EXIT.

       2410-LER-ORDENADO SECTION.
           READ PREJ-ORDENADO INTO WK-REG-PREJUIZO.

           IF WK-STATUS-O EQUAL 10
               MOVE 'S' TO WK-FIM-PREJUIZO
           ELSE
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-O
                       ' PREJUIZO.ORD'
                   MOVE 'S' TO WK-FIM-PREJUIZO
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2410-LER-ORDENADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRATAR-LANCAMENTO - fecha o devedor anterior na troca do CNPJ;
      * a baixa (B) guarda a data e o valor baixado (a mais recente
      * prevalece) e a recuperacao (R) soma no acumulado do devedor e,
      * se for do periodo, sai no relatorio. Recuperacao sem baixa
      * anterior no livro e apontada (RC=4).
      *-----------------------------------------------------------------
       2420-TRATAR-LANCAMENTO SECTION.
           IF WK-REC-ABERTO EQUAL 'S'
               AND PRJ-CNPJ NOT EQUAL WK-REC-CNPJ
               PERFORM 2450-FECHAR-DEVEDOR
           END-IF.

           IF WK-REC-ABERTO NOT EQUAL 'S'
               MOVE 'S' TO WK-REC-ABERTO
               MOVE PRJ-CNPJ TO WK-REC-CNPJ
               MOVE ZEROS TO WK-REC-DATA-BX
                             WK-REC-VALO-BX
                             WK-REC-RECUPERADO
               MOVE 'N' TO WK-REC-NO-PERIODO
           END-IF.

           MOVE 'N' TO WK-NO-PERIODO.
           IF WK-PRM-PERIODO EQUAL ZEROS
               OR PRJ-DATA (1:6) EQUAL WK-PRM-PERIODO-ALFA
               MOVE 'S' TO WK-NO-PERIODO
           END-IF.

           IF PRJ-TIPO EQUAL 'B'
               MOVE PRJ-DATA TO WK-REC-DATA-BX
               MOVE PRJ-VALO TO WK-REC-VALO-BX
               ADD 1 TO WK-QTD-BX-LIVRO
               ADD PRJ-VALO TO WK-VAL-BX-LIVRO
               IF WK-NO-PERIODO EQUAL 'S'
                   ADD 1 TO WK-QTD-BX-PERIODO
                   ADD PRJ-VALO TO WK-VAL-BX-PERIODO
               END-IF
           ELSE
               ADD PRJ-VALO TO WK-REC-RECUPERADO
               ADD PRJ-VALO TO WK-VAL-RC-LIVRO
               IF WK-REC-DATA-BX EQUAL ZEROS
                   ADD 1 TO WK-QTD-RC-SEM-BAIXA
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
               IF WK-NO-PERIODO EQUAL 'S'
                   MOVE 'S' TO WK-REC-NO-PERIODO
                   ADD 1 TO WK-QTD-RC-PERIODO
                   ADD PRJ-VALO TO WK-VAL-RC-PERIODO
                   PERFORM 2430-IMPRIMIR-RECUPERACAO
               END-IF
           END-IF.

           PERFORM 2410-LER-ORDENADO.

       2420-TRATAR-LANCAMENTO-FIM.
           EXIT.

       2430-IMPRIMIR-RECUPERACAO SECTION.
           MOVE SPACES TO WK-LINREC.
           MOVE PRJ-CNPJ TO WK-CNPJ-NUM.
           PERFORM 2600-EDITAR-CNPJ.
           MOVE WK-CNPJ-EDIT TO WK-RCL-CNPJ.
           MOVE WK-REC-DATA-BX TO WK-DATA-AUX.
           PERFORM 2650-EDITAR-DATA.
           MOVE WK-DATA-EDIT TO WK-RCL-DBX.
           MOVE WK-REC-VALO-BX TO WK-RCL-VBX.
           MOVE PRJ-DATA TO WK-DATA-AUX.
           PERFORM 2650-EDITAR-DATA.
           MOVE WK-DATA-EDIT TO WK-RCL-DPG.
           MOVE PRJ-VALO TO WK-RCL-VPG.

           IF WK-REC-DATA-BX EQUAL ZEROS
               MOVE 'SEM BAIXA NO LIVRO DE BAIXAS' TO WK-RCL-OBS
           END-IF.

           MOVE WK-LINREC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2430-IMPRIMIR-RECUPERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FECHAR-DEVEDOR - devedor com recuperacao no periodo ganha a
      * linha do acumulado recuperado, com o percentual sobre o valor
      * baixado.
      *-----------------------------------------------------------------
       2450-FECHAR-DEVEDOR SECTION.
           IF WK-REC-NO-PERIODO EQUAL 'S'
               ADD 1 TO WK-QTD-DEV-RECUP
               MOVE ZEROS TO WK-PCT-RECUP
               IF WK-REC-VALO-BX GREATER ZEROS
                   COMPUTE WK-PCT-RECUP ROUNDED =
                       WK-REC-RECUPERADO * 100 / WK-REC-VALO-BX
                       ON SIZE ERROR
                           MOVE 99999.99 TO WK-PCT-RECUP
                   END-COMPUTE
               END-IF
               MOVE WK-REC-RECUPERADO TO WK-RCT-VALO
               MOVE WK-PCT-RECUP TO WK-RCT-PCT
               MOVE WK-LINRCT TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           END-IF.

           MOVE 'N' TO WK-REC-ABERTO.

       2450-FECHAR-DEVEDOR-FIM.
           EXIT.

       2480-IMPRIMIR-TOTAIS-RECUP SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'BAIXAS PARA PREJUIZO NO PERIODO' TO WK-TOT-DESC.
           MOVE WK-QTD-BX-PERIODO TO WK-TOT-QTD.
           MOVE WK-VAL-BX-PERIODO TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RECUPERACOES NO PERIODO' TO WK-TOT-DESC.
           MOVE WK-QTD-RC-PERIODO TO WK-TOT-QTD.
           MOVE WK-VAL-RC-PERIODO TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'BAIXAS NO LIVRO (TODOS OS PERIODOS)' TO WK-TOT-DESC.
           MOVE WK-QTD-BX-LIVRO TO WK-TOT-QTD.
           MOVE WK-VAL-BX-LIVRO TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-LINTOT.
           MOVE 'RECUPERADO NO LIVRO (TODOS OS PERIODOS)'
               TO WK-TOT-DESC.
           MOVE WK-VAL-RC-LIVRO TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES COM RECUPERACAO NO PERIODO' TO WK-TOT-DESC.
           MOVE WK-QTD-DEV-RECUP TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RECUPERACOES SEM BAIXA NO LIVRO' TO WK-TOT-DESC.
           MOVE WK-QTD-RC-SEM-BAIXA TO WK-TOT-QTD.
           MOVE WK-LINTOT (1:69) TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2480-IMPRIMIR-TOTAIS-RECUP-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-CADASTRO - le o cadastro pelo CNPJ ja movido para
      * CAD-CNPJ e devolve a razao social (30 posicoes) em
      * WK-RAZAO-BUSCA; CNPJ sem cadastro devolve SEM CADASTRO.
      *-----------------------------------------------------------------
       2510-BUSCAR-CADASTRO SECTION.
           MOVE 'SEM CADASTRO' TO WK-RAZAO-BUSCA.

           IF WK-CADASTRO-OK EQUAL 'S'
               READ CADASTRO
               IF WK-STATUS-D EQUAL ZEROS
                   MOVE CAD-RAZAO (1:30) TO WK-RAZAO-BUSCA
               ELSE
                   IF WK-STATUS-D NOT EQUAL 23
                       DISPLAY 'ERRO DE LEITURA DE ARQUIVO '
                           WK-STATUS-D ' CADASTRO'
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   END-IF
               END-IF
           END-IF.

       2510-BUSCAR-CADASTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * DESCREVER-MOTIVO - descricao do motivo da baixa em PRJ-MOTIVO.
      *-----------------------------------------------------------------
       2520-DESCREVER-MOTIVO SECTION.
           IF PRJ-MOTIVO EQUAL 'P'
               MOVE 'PRESCRITO' TO WK-MOTIVO-DESC
           ELSE
               IF PRJ-MOTIVO EQUAL 'I'
                   MOVE 'INCOBRAVEL ANTIGO' TO WK-MOTIVO-DESC
               ELSE
                   MOVE 'PRESCRITO/INCOBRAVEL' TO WK-MOTIVO-DESC
               END-IF
           END-IF.

       2520-DESCREVER-MOTIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-DIA-SERIAL - converte a data AAAAMMDD em WK-CDS-DATA
      * para um numero de dia serial em WK-CDS-SERIAL - mesmo calculo
      * do CBLZMW03 (calendario civil a partir de marco).
      *-----------------------------------------------------------------
       2545-CALCULAR-DIA-SERIAL SECTION.
           IF WK-CDS-MES GREATER 2
               MOVE WK-CDS-ANO TO WK-CDS-Y
               COMPUTE WK-CDS-M = WK-CDS-MES - 3
           ELSE
               COMPUTE WK-CDS-Y = WK-CDS-ANO - 1
               COMPUTE WK-CDS-M = WK-CDS-MES + 9
           END-IF.

           DIVIDE WK-CDS-Y BY 4 GIVING WK-CDS-Q4.
           DIVIDE WK-CDS-Y BY 100 GIVING WK-CDS-Q100.
           DIVIDE WK-CDS-Y BY 400 GIVING WK-CDS-Q400.
           COMPUTE WK-CDS-QMES = (153 * WK-CDS-M + 2) / 5.

           COMPUTE WK-CDS-SERIAL = 365 * WK-CDS-Y
               + WK-CDS-Q4 - WK-CDS-Q100 + WK-CDS-Q400
               + WK-CDS-QMES + WK-CDS-DIA.

       2545-CALCULAR-DIA-SERIAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EDITAR-CNPJ - formata WK-CNPJ-NUM em WK-CNPJ-EDIT.
      *-----------------------------------------------------------------
       2600-EDITAR-CNPJ SECTION.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.

       2600-EDITAR-CNPJ-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EDITAR-DATA - edita WK-DATA-AUX (AAAAMMDD) em WK-DATA-EDIT
      * (DD/MM/AAAA); data zerada sai em branco.
      *-----------------------------------------------------------------
       2650-EDITAR-DATA SECTION.
           MOVE SPACES TO WK-DATA-EDIT.

           IF WK-DATA-AUX GREATER ZEROS
               MOVE WK-DAX-DIA TO WK-DATA-EDIT (1:2)
               MOVE WK-DAX-MES TO WK-DATA-EDIT (4:2)
               MOVE WK-DAX-ANO TO WK-DATA-EDIT (7:4)
               MOVE '/' TO WK-DATA-EDIT (3:1)
                           WK-DATA-EDIT (6:1)
           END-IF.

       2650-EDITAR-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ESCREVER-LINHA-RELATORIO - grava a linha ja montada em
      * FL-RELATORIO-ARQ, reimprimindo o cabecalho (com nova PAGINA)
      * antes dela quando a pagina atinge o limite de linhas.
      *-----------------------------------------------------------------
       2700-ESCREVER-LINHA-RELATORIO SECTION.
           IF WK-LINHAS-PAGINA NOT LESS WK-LIMITE-LINHAS
               MOVE FL-RELATORIO-ARQ TO WK-LINHA-PENDENTE
               PERFORM 1100-IMPRIMIR-CABECALHO
               MOVE WK-LINHA-PENDENTE TO FL-RELATORIO-ARQ
           END-IF.

           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINHAS-PAGINA.

       2700-ESCREVER-LINHA-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-EVENTO - grava no livro de eventos o evento ja montado
      * em FL-EVENTO-ARQ (CNPJ, tipo, valores, situacoes, movimento e
      * complemento), carimbando a data e a hora da execucao, o
      * programa e a sequencia; chave ja existente (outra execucao no
      * mesmo segundo) avanca a sequencia e tenta de novo.
      *-----------------------------------------------------------------
       2980-GRAVAR-EVENTO SECTION.
           IF WK-EVT-DISPONIVEL EQUAL 'S'
               MOVE WK-DATA-SYS-NUM TO EVT-DATA
               MOVE WK-HORA-SYS TO EVT-HORA
               MOVE 'CBLZMW25' TO EVT-PROG
               MOVE 'N' TO WK-EVT-GRAVADO
               MOVE ZEROS TO WK-EVT-TENTATIVAS
               PERFORM 2981-TENTAR-GRAVAR-EVENTO
                   UNTIL WK-EVT-GRAVADO EQUAL 'S'
                      OR WK-EVT-TENTATIVAS NOT LESS 10
               IF WK-EVT-GRAVADO NOT EQUAL 'S'
                   DISPLAY 'ERRO DE GRAVACAO NO LIVRO DE EVENTOS '
                       WK-STATUS-V ' CNPJ ' EVT-CNPJ
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2980-GRAVAR-EVENTO-FIM.
           EXIT.

       2981-TENTAR-GRAVAR-EVENTO SECTION.
           ADD 1 TO WK-EVT-SEQ.
           ADD 1 TO WK-EVT-TENTATIVAS.
           MOVE WK-EVT-SEQ TO EVT-SEQ.

           WRITE FL-EVENTO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WK-EVT-GRAVADO
           END-WRITE.

       2981-TENTAR-GRAVAR-EVENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-JORNAL - grava no jornal do mestre o lancamento da
      * alteracao prestes a ser efetivada: imagem anterior (guardada
      * em WK-JMS-ANTES), imagem posterior (o registro ja montado em
      * FL-MESTRE-ARQ), programa, execucao (data e hora de inicio),
      * sequencia e momento da gravacao. WK-JMS-GRAVADO diz se o
      * mestre pode ser alterado.
      *-----------------------------------------------------------------
       2990-GRAVAR-JORNAL SECTION.
           MOVE 'N' TO WK-JMS-GRAVADO.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               ACCEPT WK-JMS-DATA FROM DATE YYYYMMDD
               ACCEPT WK-JMS-HORA FROM TIME
               ADD 1 TO WK-JMS-SEQ
               MOVE WK-JMS-DATA TO JMS-DATA
               MOVE WK-JMS-HORA (1:6) TO JMS-HORA
               MOVE 'CBLZMW25' TO JMS-PROG
               MOVE WK-DATA-SYS-NUM TO JMS-EXEC-DATA
               MOVE WK-HORA-SYS TO JMS-EXEC-HORA
               MOVE WK-JMS-SEQ TO JMS-SEQ
               MOVE WK-JMS-OPER TO JMS-OPER
               MOVE MST-CNPJ TO JMS-CNPJ
               MOVE WK-JMS-ANTES TO JMS-ANTES
               MOVE FL-MESTRE-ARQ TO JMS-DEPOIS
               WRITE FL-JORNAL-ARQ
               IF WK-STATUS-J EQUAL ZEROS
                   MOVE 'S' TO WK-JMS-GRAVADO
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO NO JORNAL DO MESTRE '
                       WK-STATUS-J ' CNPJ ' MST-CNPJ
               END-IF
           END-IF.

       2990-GRAVAR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - fecha o relatorio e mostra os totais do modo no
      * console.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           IF WK-PRM-MODO EQUAL 'P'
               DISPLAY 'DEVEDORES AVALIADOS....: ' WK-QTD-LIDOS
               DISPLAY 'PROPOSTOS PARA BAIXA...: ' WK-QTD-PROPOSTOS
           ELSE
               IF WK-PRM-MODO EQUAL 'A'
                   DISPLAY 'APROVACOES RECEBIDAS...: '
                       WK-QTD-APROVACOES
                   DISPLAY 'BAIXADOS PARA PREJUIZO.: ' WK-QTD-BAIXADOS
                   DISPLAY 'APROVACOES RECUSADAS...: '
                       WK-QTD-RECUSADOS
                   DISPLAY 'EXCLUSOES ENFILEIRADAS.: '
                       WK-QTD-ENFILEIRADOS
               ELSE
                   DISPLAY 'RECUPERACOES NO PERIODO: '
                       WK-QTD-RC-PERIODO
                   DISPLAY 'VALOR RECUPERADO.......: '
                       WK-VAL-RC-PERIODO
               END-IF
           END-IF.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-SEVERIDADE - eleva o codigo de retorno final para a
      * severidade em WK-RC-NOVO, sem nunca rebaixa-lo.
      *-----------------------------------------------------------------
       9100-REGISTRAR-SEVERIDADE SECTION.
           IF WK-RC-NOVO GREATER WK-RC-FINAL
               MOVE WK-RC-NOVO TO WK-RC-FINAL
           END-IF.

       9100-REGISTRAR-SEVERIDADE-FIM.
           EXIT.

       END PROGRAM CBLZMW25.
