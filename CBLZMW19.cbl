       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW19.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Relatorio de exposicao por grupo economico. Consolida
      *          os devedores do cadastro mestre (Mestre.dat) pela
      *          raiz do CNPJ (8 primeiros digitos, comum a matriz e
      *          a todas as filiais da empresa) e imprime em
      *          GrupoEconomico.txt os grupos do maior para o menor
      *          valor atualizado: cada estabelecimento do grupo com a
      *          razao social (Cadastro.dat), situacao, valor original
      *          e valor atualizado, e o total do grupo com a pior
      *          situacao entre os estabelecimentos e a participacao
      *          na carteira inteira. O valor atualizado usa a taxa
      *          vigente de Taxas.dat sobre o vencimento mais antigo do
      *          CNPJ na foto da ultima execucao (Snapshot.dat), no
      *          mesmo calculo do Relatorio.txt do CBLZMW03. Grupo
      *          acima do limite de exposicao (1a linha de
      *          CBLZMW19.PARM, em centavos) e apontado no relatorio e
      *          no console, com RC=4.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Devedor baixado para prejuizo (situacao
      *                        07, CBLZMW25) fica fora dos grupos e da
      *                        carteira, so contado no console.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW19.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT MESTRE ASSIGN TO
           'Mestre.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
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
           'Snapshot.grp'
           FILE STATUS IS WK-STATUS-J.

       SELECT TAXAS ASSIGN TO
           'Taxas.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-X.

       SELECT SITUACOES ASSIGN TO
           'Situacoes.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-U.

       SELECT WK-ARQ-ORD-SNAP ASSIGN TO 'WKORS'.

       SELECT WK-ARQ-ORDENACAO ASSIGN TO 'WKORD'.

       SELECT GRUPOS-ORDENADO ASSIGN TO
           'Grupos.ord'
           FILE STATUS IS WK-STATUS-O.

       SELECT RELATORIO ASSIGN TO
           'GrupoEconomico.txt'
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

       FD TAXAS.

       01 FL-TAXAS-ARQ PIC X(26).

       FD SITUACOES.

       01 FL-SITUACOES-ARQ PIC X(31).

       SD WK-ARQ-ORD-SNAP.

       01 SD-REG-ORD-SNAP.
           02 SDS-CNPJ   PIC 9(14).
           02 FILLER     PIC X(27).

       SD WK-ARQ-ORDENACAO.

       01 SD-REG-ORDENACAO.
           02 SD-VATU-GRUPO PIC 9(15)V99.
           02 SD-RAIZ       PIC 9(08).
           02 SD-CNPJ       PIC 9(14).
           02 SD-DADOS      PIC X(87).

       FD GRUPOS-ORDENADO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-GRUPOS-ORD-ARQ PIC X(126).

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-N PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-X PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-U PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

       01 WK-FIM-SITUACOES PIC X(01) VALUE 'N'.
       01 WK-FIM-TAXAS     PIC X(01) VALUE 'N'.
       01 WK-FIM-MESTRE    PIC X(01) VALUE 'N'.
       01 WK-FIM-SNAP      PIC X(01) VALUE 'N'.
       01 WK-FIM-GRUPOS    PIC X(01) VALUE 'N'.

       01 WK-CADASTRO-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Limite de exposicao por grupo (1a linha de CBLZMW19.PARM, em
      * centavos, ate 15 digitos sem zeros a esquerda), comparado com
      * o valor atualizado do grupo. Default R$ 1.000.000,00.
      *-----------------------------------------------------------------
       01 WK-LIMITE-ALFA PIC X(15) JUSTIFIED RIGHT
           VALUE '000000100000000'.
       01 WK-LIMITE REDEFINES WK-LIMITE-ALFA PIC 9(13)V99.

       01 WK-QTD-TAM PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registros da foto da carteira, da tabela de taxas e da tabela
      * de situacoes.
      *-----------------------------------------------------------------
       COPY CBSNAPRG.

       COPY CBTAXREG.

       COPY CBSITMEM.

       COPY CBSITTAB.

      *-----------------------------------------------------------------
      * Taxa vigente eleita para o calculo do valor atualizado (a de
      * vigencia mais recente, como no CBLZMW03).
      *-----------------------------------------------------------------
       01 WK-TAXA-OK       PIC X(01) VALUE 'N'.
       01 WK-TAXA-VIG-V    PIC 9(08) VALUE ZEROS.
       01 WK-TAXA-JUROS-V  PIC 9(02)V9(04) VALUE ZEROS.
       01 WK-TAXA-MULTA-V  PIC 9(02)V99 VALUE ZEROS.
       01 WK-TAXA-INDICE-V PIC 9(01)V9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CNPJ do registro corrente do mestre com a raiz (8 digitos que
      * identificam a empresa), o numero do estabelecimento e o DV.
      *-----------------------------------------------------------------
       01 WK-CNPJ-ATUAL PIC 9(14) VALUE ZEROS.
       01 FILLER REDEFINES WK-CNPJ-ATUAL.
           02 WK-CNPJ-RAIZ  PIC 9(08).
           02 WK-CNPJ-ESTAB PIC 9(04).
           02 WK-CNPJ-DV    PIC 9(02).

      *-----------------------------------------------------------------
      * Vencimento mais antigo e filial do CNPJ corrente na foto da
      * ultima execucao, e o valor atualizado calculado sobre ele.
      *-----------------------------------------------------------------
       01 WK-VENC-ESTAB   PIC 9(08) VALUE ZEROS.
       01 WK-FILIAL-ESTAB PIC X(02) VALUE SPACES.
       01 WK-VALOR-ATUAL  PIC 9(13)V99 VALUE ZEROS.
       01 WK-ATU-DIAS     PIC S9(09) VALUE ZEROS.
       01 WK-SERIAL-HOJE  PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Grupo em montagem na leitura do mestre (a ordem da chave junta
      * os estabelecimentos de uma raiz): estabelecimentos guardados
      * ate a quebra da raiz, quando sao liberados para a classificacao
      * ja com os totais do grupo.
      *-----------------------------------------------------------------
       01 WK-GRP-RAIZ-ATUAL PIC 9(08) VALUE ZEROS.

       01 WK-TAB-GRUPO.
           02 WK-GRP-QTD PIC 9(04) VALUE ZEROS.
           02 WK-GRP-ENT OCCURS 500 TIMES.
               03 WK-GRP-CNPJ   PIC 9(14).
               03 WK-GRP-SITU   PIC 9(02).
               03 WK-GRP-FILIAL PIC X(02).
               03 WK-GRP-VALO   PIC 9(13)V99.
               03 WK-GRP-VATU   PIC 9(13)V99.

       01 WK-GRP-IDX PIC 9(04) VALUE ZEROS.

       01 WK-TOTAIS-GRUPO.
           02 WK-GRP-QTD-ESTAB PIC 9(04) VALUE ZEROS.
           02 WK-GRP-TOT-VALO  PIC 9(15)V99 VALUE ZEROS.
           02 WK-GRP-TOT-VATU  PIC 9(15)V99 VALUE ZEROS.
           02 WK-GRP-PIOR-SITU PIC 9(02) VALUE ZEROS.
           02 WK-GRP-PIOR-GRAU PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Gravidade de cada situacao para eleger a pior do grupo, da
      * menos para a mais grave: 01 EM DIA, 02 INADIMPLENTE,
      * 05 NEGOCIADO, 03 EM COBRANCA, 04 JURIDICO, 06 INCOBRAVEL.
      * Codigo fora da lista tem gravidade zero.
      *-----------------------------------------------------------------
       01 WK-TAB-GRAVIDADE-DADOS PIC X(12) VALUE '010205030406'.
       01 WK-TAB-GRAVIDADE REDEFINES WK-TAB-GRAVIDADE-DADOS.
           02 WK-GRAV-SITU PIC 9(02) OCCURS 6 TIMES.

       01 WK-GRAV-IDX  PIC 9(02) VALUE ZEROS.
       01 WK-GRAV-GRAU PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registro liberado para a classificacao dos grupos (e lido de
      * volta de Grupos.ord): chave do valor atualizado do grupo, raiz
      * e CNPJ, seguidos dos dados do estabelecimento e do grupo.
      *-----------------------------------------------------------------
       01 WK-REG-GRUPO.
           02 GRO-VATU-GRUPO PIC 9(15)V99.
           02 GRO-RAIZ       PIC 9(08).
           02 GRO-CNPJ       PIC 9(14).
           02 GRO-SITU       PIC 9(02).
           02 GRO-FILIAL     PIC X(02).
           02 GRO-VALO       PIC 9(13)V99.
           02 GRO-VATU       PIC 9(13)V99.
           02 GRO-RAZAO      PIC X(30).
           02 GRO-VALO-GRUPO PIC 9(15)V99.
           02 GRO-PIOR-SITU  PIC 9(02).
           02 GRO-QTD-ESTAB  PIC 9(04).

       01 WK-RAZAO-BUSCA PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * Totais da carteira (base da participacao de cada grupo) e
      * contadores da execucao.
      *-----------------------------------------------------------------
       01 WK-TOTAIS-CARTEIRA.
           02 WK-CART-QTD    PIC 9(09) VALUE ZEROS.
           02 WK-CART-GRUPOS PIC 9(09) VALUE ZEROS.
           02 WK-CART-VALO   PIC 9(15)V99 VALUE ZEROS.
           02 WK-CART-VATU   PIC 9(15)V99 VALUE ZEROS.

       01 WK-CONTADORES.
           02 WK-QTD-SEM-FOTO    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-CAD     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-ACIMA       PIC 9(09) VALUE ZEROS.
           02 WK-QTD-MULTI-ESTAB PIC 9(09) VALUE ZEROS.
           02 WK-QTD-FORA-LISTA  PIC 9(09) VALUE ZEROS.
           02 WK-POSICAO-GRUPO   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-BAIXADOS    PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Situacao do devedor baixado para prejuizo (gravada no mestre
      * pelo CBLZMW25), fora da exposicao.
      *-----------------------------------------------------------------
       01 WK-SITU-BAIXADO PIC 9(02) VALUE 07.

       01 WK-RAIZ-IMPRESSA PIC 9(08) VALUE ZEROS.
       01 WK-PRIMEIRO-GRUPO PIC X(01) VALUE 'S'.
       01 WK-PCT-GRUPO PIC 9(03)V99 VALUE ZEROS.

       01 WK-COD-BUSCA  PIC 9(02) VALUE ZEROS.
       01 WK-DESC-BUSCA PIC X(20) VALUE SPACES.

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
      * Codigo de retorno da execucao: 0 limpo, 4 advertencia (grupo
      * acima do limite, foto ou cadastro indisponivel, grupo com
      * estabelecimentos alem da tabela), 8 erro (mestre
      * indisponivel).
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(100) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW19'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(40) VALUE
               'EXPOSICAO POR GRUPO ECONOMICO'.

       01 WK-LINDIT01.
           02 WK-LINDIT01-CNPJ PIC X(19) VALUE 'CNPJ'.
           02 WK-LINDIT01-FIL  PIC X(03) VALUE 'FL'.
           02 WK-LINDIT01-RAZA PIC X(31) VALUE 'RAZAO SOCIAL'.
           02 WK-LINDIT01-SITU PIC X(03) VALUE 'ST'.
           02 WK-LINDIT01-VALO PIC X(17) VALUE '  VALOR ORIGINAL'.
           02 WK-LINDIT01-VATU PIC X(16) VALUE 'VALOR ATUALIZADO'.

       01 WK-LINLIM.
           02 WK-LIM-DESC PIC X(30) VALUE
               'LIMITE DE EXPOSICAO POR GRUPO:'.
           02 WK-LIM-SP01 PIC X(01) VALUE SPACES.
           02 WK-LIM-VALO PIC Z(12)9.99.

       01 WK-LINGRP.
           02 WK-LGR-POS-LIT  PIC X(06) VALUE 'GRUPO '.
           02 WK-LGR-POS      PIC ZZZZ9.
           02 WK-LGR-SP01     PIC X(02) VALUE SPACES.
           02 WK-LGR-RAIZ-LIT PIC X(06) VALUE 'RAIZ '.
           02 WK-LGR-RAIZ     PIC X(10) VALUE SPACES.
           02 WK-LGR-SP02     PIC X(02) VALUE SPACES.
           02 WK-LGR-QTD-LIT  PIC X(17) VALUE 'ESTABELECIMENTOS '.
           02 WK-LGR-QTD      PIC ZZZ9.
           02 WK-LGR-SP03     PIC X(02) VALUE SPACES.
           02 WK-LGR-PIOR-LIT PIC X(10) VALUE 'PIOR SIT. '.
           02 WK-LGR-PIOR     PIC 9(02) VALUE ZEROS.
           02 WK-LGR-SP04     PIC X(01) VALUE SPACES.
           02 WK-LGR-PIOR-DSC PIC X(20) VALUE SPACES.

       01 WK-LINDET.
           02 WK-DET-CNPJ PIC X(18) VALUE SPACES.
           02 WK-DET-SP01 PIC X(01) VALUE SPACES.
           02 WK-DET-FIL  PIC X(02) VALUE SPACES.
           02 WK-DET-SP02 PIC X(01) VALUE SPACES.
           02 WK-DET-RAZA PIC X(30) VALUE SPACES.
           02 WK-DET-SP03 PIC X(01) VALUE SPACES.
           02 WK-DET-SITU PIC 9(02) VALUE ZEROS.
           02 WK-DET-SP04 PIC X(01) VALUE SPACES.
           02 WK-DET-VALO PIC Z(12)9.99.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-VATU PIC Z(12)9.99.

       01 WK-LINTOT.
           02 WK-TOT-DESC    PIC X(16) VALUE SPACES.
           02 WK-TOT-PCT-LIT PIC X(12) VALUE SPACES.
           02 WK-TOT-PCT     PIC ZZ9.99.
           02 WK-TOT-SP01    PIC X(22) VALUE SPACES.
           02 WK-TOT-VALO    PIC Z(12)9.99.
           02 WK-TOT-SP02    PIC X(01) VALUE SPACES.
           02 WK-TOT-VATU    PIC Z(12)9.99.
           02 WK-TOT-SP03    PIC X(01) VALUE SPACES.
           02 WK-TOT-ALERTA  PIC X(10) VALUE SPACES.

       01 WK-LINRES.
           02 WK-RES-DESC PIC X(40) VALUE SPACES.
           02 WK-RES-QTD  PIC ZZZZZZZZ9.

      *-----------------------------------------------------------------
      * CNPJ formatado (NN.NNN.NNN/NNNN-NN) e raiz formatada
      * (NN.NNN.NNN) para o relatorio.
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

       01 WK-LINHA-PENDENTE PIC X(100) VALUE SPACES.

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
           PERFORM 2000-PROCESSAR UNTIL WK-FIM-GRUPOS EQUAL 'S'.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - le o limite, carrega situacoes e taxas, ordena a
      * foto por CNPJ, monta os grupos lendo o mestre (classificados
      * pelo valor atualizado do grupo, do maior para o menor) e abre
      * o relatorio.
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

           PERFORM 1050-LER-PARAMETROS.
           PERFORM 1040-CARREGAR-SITUACOES.
           PERFORM 1048-CARREGAR-TAXAS.

           OPEN INPUT MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
               DISPLAY 'Mestre.dat INDISPONIVEL - EXECUTE O CBLZMW03'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CADASTRO.
           IF WK-STATUS-D NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-D
                   ' CADASTRO'
               DISPLAY 'AVISO: RAZAO SOCIAL SAI SEM CADASTRO'
               MOVE 'N' TO WK-CADASTRO-OK
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           PERFORM 1060-ORDENAR-FOTO.

           SORT WK-ARQ-ORDENACAO
               ON DESCENDING KEY SD-VATU-GRUPO
               ON ASCENDING KEY SD-RAIZ
               ON ASCENDING KEY SD-CNPJ
               INPUT PROCEDURE IS 1500-LIBERAR-GRUPOS
               GIVING GRUPOS-ORDENADO.

           CLOSE MESTRE.
           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.
           IF WK-FIM-SNAP NOT EQUAL 'X'
               CLOSE SNAP-ORDENADO
           END-IF.

           OPEN INPUT GRUPOS-ORDENADO.
           IF WK-STATUS-O NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-O
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

           MOVE WK-LIMITE TO WK-LIM-VALO.
           MOVE WK-LINLIM TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - le o limite de exposicao da 1a linha de
      * CBLZMW19.PARM (em centavos, ate 15 digitos, sem zeros a
      * esquerda). Arquivo ou linha ausente mantem o default.
      *-----------------------------------------------------------------
       1050-LER-PARAMETROS SECTION.
           OPEN INPUT CONTROLE.
           IF WK-STATUS-P EQUAL ZEROS
               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   MOVE ZEROS TO WK-QTD-TAM
                   INSPECT FL-CONTROLE-ARQ TALLYING WK-QTD-TAM
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WK-QTD-TAM GREATER ZEROS
                       AND WK-QTD-TAM NOT GREATER 15
                       AND FL-CONTROLE-ARQ (1:WK-QTD-TAM) NUMERIC
                       MOVE FL-CONTROLE-ARQ (1:WK-QTD-TAM)
                           TO WK-LIMITE-ALFA
                       INSPECT WK-LIMITE-ALFA
                           REPLACING LEADING SPACE BY ZERO
                   ELSE
                       DISPLAY 'ALERTA: LIMITE DE EXPOSICAO INVALIDO '
                           'EM CBLZMW19.PARM - USANDO O DEFAULT'
                   END-IF
               END-IF
               CLOSE CONTROLE
           END-IF.

       1050-LER-PARAMETROS-FIM.
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
      * CARREGAR-TAXAS - carrega as taxas ativas ja vigentes de
      * Taxas.dat e elege a de vigencia mais recente, como o CBLZMW03.
      * Sem taxa vigente o valor atualizado sai igual ao original.
      *-----------------------------------------------------------------
       1048-CARREGAR-TAXAS SECTION.
           OPEN INPUT TAXAS.
           IF WK-STATUS-X EQUAL ZEROS
               PERFORM 1049-LER-TAXA
                   UNTIL WK-FIM-TAXAS EQUAL 'S'
               CLOSE TAXAS
           ELSE
               IF WK-STATUS-X NOT EQUAL 35
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-X
                       ' TAXAS'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

           PERFORM 1053-ESCOLHER-TAXA
               VARYING WK-TAX-IDX FROM 1 BY 1
               UNTIL WK-TAX-IDX GREATER WK-TAX-QTD.

           IF WK-TAXA-OK NOT EQUAL 'S'
               DISPLAY 'AVISO: SEM TAXA VIGENTE - VALOR ATUALIZADO '
                   'SAI IGUAL AO ORIGINAL'
           END-IF.

       1048-CARREGAR-TAXAS-FIM.
           EXIT.

       1049-LER-TAXA SECTION.
           READ TAXAS INTO WK-REG-TAXA.
           IF WK-STATUS-X EQUAL 10
               MOVE 'S' TO WK-FIM-TAXAS
           ELSE
               IF WK-STATUS-X NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-X
                   MOVE 'S' TO WK-FIM-TAXAS
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF TAX-ATIVO EQUAL 'S'
                       AND TAX-VIG NOT GREATER WK-DATA-SYS-NUM
                       AND WK-TAX-QTD LESS 50
                       ADD 1 TO WK-TAX-QTD
                       SET WK-TAX-IDX TO WK-TAX-QTD
                       MOVE TAX-VIG TO WK-TAX-VIG (WK-TAX-IDX)
                       MOVE TAX-JUROS TO WK-TAX-JUROS (WK-TAX-IDX)
                       MOVE TAX-MULTA TO WK-TAX-MULTA (WK-TAX-IDX)
                       MOVE TAX-INDICE TO WK-TAX-INDICE (WK-TAX-IDX)
                       MOVE TAX-ATIVO TO WK-TAX-ATIVO (WK-TAX-IDX)
                   END-IF
               END-IF
           END-IF.

       1049-LER-TAXA-FIM.
           EXIT.

       1053-ESCOLHER-TAXA SECTION.
           IF WK-TAXA-OK NOT EQUAL 'S'
               OR WK-TAX-VIG (WK-TAX-IDX) NOT LESS WK-TAXA-VIG-V
               MOVE 'S' TO WK-TAXA-OK
               MOVE WK-TAX-VIG (WK-TAX-IDX) TO WK-TAXA-VIG-V
               MOVE WK-TAX-JUROS (WK-TAX-IDX) TO WK-TAXA-JUROS-V
               MOVE WK-TAX-MULTA (WK-TAX-IDX) TO WK-TAXA-MULTA-V
               MOVE WK-TAX-INDICE (WK-TAX-IDX) TO WK-TAXA-INDICE-V
           END-IF.

       1053-ESCOLHER-TAXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ORDENAR-FOTO - ordena a foto da ultima execucao por CNPJ
      * (Snapshot.grp) para o casamento com a leitura do mestre, que
      * vem na ordem da chave, e le o primeiro registro. Sem a foto
      * o valor atualizado sai igual ao original (RC=4).
      *-----------------------------------------------------------------
       1060-ORDENAR-FOTO SECTION.
           SORT WK-ARQ-ORD-SNAP
               ON ASCENDING KEY SDS-CNPJ
               USING SNAPSHOT
               GIVING SNAP-ORDENADO.

           IF WK-STATUS-N NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-N
                   ' SNAPSHOT'
               DISPLAY 'AVISO: SEM FOTO DA CARTEIRA - VALOR ATUALIZADO '
                   'SAI IGUAL AO ORIGINAL'
               MOVE 'X' TO WK-FIM-SNAP
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               OPEN INPUT SNAP-ORDENADO
               IF WK-STATUS-J NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-J
                   MOVE 'X' TO WK-FIM-SNAP
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 1535-LER-FOTO
               END-IF
           END-IF.

       1060-ORDENAR-FOTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho do relatorio
      * com o numero de pagina corrente.
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
      * LIBERAR-GRUPOS - le o mestre inteiro na ordem da chave (os
      * estabelecimentos de uma raiz vem juntos), monta cada grupo e o
      * libera para a classificacao na quebra da raiz.
      *-----------------------------------------------------------------
       1500-LIBERAR-GRUPOS SECTION.
           MOVE ZEROS TO WK-GRP-QTD.
           MOVE ZEROS TO WK-TOTAIS-GRUPO.

           PERFORM 1510-LER-MESTRE.
           PERFORM 1520-TRATAR-MESTRE
               UNTIL WK-FIM-MESTRE EQUAL 'S'.

           IF WK-GRP-QTD-ESTAB GREATER ZEROS
               PERFORM 1560-FECHAR-GRUPO
           END-IF.

       1500-LIBERAR-GRUPOS-FIM.
           EXIT.

       1510-LER-MESTRE SECTION.
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

       1510-LER-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRATAR-MESTRE - fecha o grupo anterior na troca da raiz,
      * busca o vencimento do CNPJ na foto, calcula o valor atualizado
      * e acumula o estabelecimento no grupo corrente. Devedor baixado
      * para prejuizo so e contado.
      *-----------------------------------------------------------------
       1520-TRATAR-MESTRE SECTION.
           IF MST-SITU EQUAL WK-SITU-BAIXADO
               ADD 1 TO WK-QTD-BAIXADOS
           ELSE
               MOVE MST-CNPJ TO WK-CNPJ-ATUAL

               IF WK-GRP-QTD-ESTAB GREATER ZEROS
                   AND WK-CNPJ-RAIZ NOT EQUAL WK-GRP-RAIZ-ATUAL
                   PERFORM 1560-FECHAR-GRUPO
               END-IF
               MOVE WK-CNPJ-RAIZ TO WK-GRP-RAIZ-ATUAL

               PERFORM 1530-BUSCAR-VENCIMENTO
               PERFORM 2575-CALCULAR-VALOR-ATUAL
               PERFORM 1550-ACUMULAR-ESTABELECIMENTO
           END-IF.

           PERFORM 1510-LER-MESTRE.

       1520-TRATAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-VENCIMENTO - casa o CNPJ do mestre com a foto ordenada:
      * avanca a foto ate o CNPJ e, entre os registros do CNPJ (um por
      * filial de origem), guarda o vencimento valido mais antigo e a
      * primeira filial. CNPJ fora da foto fica sem vencimento.
      *-----------------------------------------------------------------
       1530-BUSCAR-VENCIMENTO SECTION.
           MOVE ZEROS TO WK-VENC-ESTAB.
           MOVE SPACES TO WK-FILIAL-ESTAB.

           PERFORM 1535-LER-FOTO
               UNTIL WK-FIM-SNAP NOT EQUAL 'N'
                  OR SNP-CNPJ NOT LESS MST-CNPJ.

           PERFORM 1531-CASAR-FOTO
               UNTIL WK-FIM-SNAP NOT EQUAL 'N'
                  OR SNP-CNPJ NOT EQUAL MST-CNPJ.

           IF WK-FILIAL-ESTAB EQUAL SPACES
               ADD 1 TO WK-QTD-SEM-FOTO
           END-IF.

       1530-BUSCAR-VENCIMENTO-FIM.
           EXIT.

       1531-CASAR-FOTO SECTION.
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

           PERFORM 1535-LER-FOTO.

       1531-CASAR-FOTO-FIM.
           EXIT.

       1535-LER-FOTO SECTION.
           READ SNAP-ORDENADO INTO WK-REG-SNAPSHOT.

           IF WK-STATUS-J EQUAL 10
               MOVE 'S' TO WK-FIM-SNAP
           ELSE
               IF WK-STATUS-J NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-J
                       ' SNAPSHOT'
                   MOVE 'S' TO WK-FIM-SNAP
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       1535-LER-FOTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULAR-ESTABELECIMENTO - guarda o estabelecimento na tabela
      * do grupo e acumula os totais do grupo e da carteira, elegendo
      * a pior situacao pela gravidade. Estabelecimento alem da
      * capacidade da tabela entra nos totais mas nao e listado
      * (alerta, RC=4).
      *-----------------------------------------------------------------
       1550-ACUMULAR-ESTABELECIMENTO SECTION.
           ADD 1 TO WK-GRP-QTD-ESTAB.
           ADD MST-VALO TO WK-GRP-TOT-VALO.
           ADD WK-VALOR-ATUAL TO WK-GRP-TOT-VATU.

           ADD 1 TO WK-CART-QTD.
           ADD MST-VALO TO WK-CART-VALO.
           ADD WK-VALOR-ATUAL TO WK-CART-VATU.

           MOVE ZEROS TO WK-GRAV-GRAU.
           PERFORM 1555-CONFERIR-GRAVIDADE
               VARYING WK-GRAV-IDX FROM 1 BY 1
               UNTIL WK-GRAV-IDX GREATER 6.

           IF WK-GRP-QTD-ESTAB EQUAL 1
               OR WK-GRAV-GRAU GREATER WK-GRP-PIOR-GRAU
               MOVE MST-SITU TO WK-GRP-PIOR-SITU
               MOVE WK-GRAV-GRAU TO WK-GRP-PIOR-GRAU
           END-IF.

           IF WK-GRP-QTD LESS 500
               ADD 1 TO WK-GRP-QTD
               MOVE MST-CNPJ TO WK-GRP-CNPJ (WK-GRP-QTD)
               MOVE MST-SITU TO WK-GRP-SITU (WK-GRP-QTD)
               MOVE WK-FILIAL-ESTAB TO WK-GRP-FILIAL (WK-GRP-QTD)
               MOVE MST-VALO TO WK-GRP-VALO (WK-GRP-QTD)
               MOVE WK-VALOR-ATUAL TO WK-GRP-VATU (WK-GRP-QTD)
           ELSE
               ADD 1 TO WK-QTD-FORA-LISTA
               DISPLAY 'ALERTA: GRUPO ' WK-GRP-RAIZ-ATUAL
                   ' COM MAIS DE 500 ESTABELECIMENTOS - CNPJ '
                   MST-CNPJ ' SO NOS TOTAIS'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1550-ACUMULAR-ESTABELECIMENTO-FIM.
           EXIT.

       1555-CONFERIR-GRAVIDADE SECTION.
           IF WK-GRAV-SITU (WK-GRAV-IDX) EQUAL MST-SITU
               MOVE WK-GRAV-IDX TO WK-GRAV-GRAU
           END-IF.

       1555-CONFERIR-GRAVIDADE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FECHAR-GRUPO - libera para a classificacao cada estabelecimento
      * do grupo que terminou, com a razao social e os totais do grupo,
      * e zera o grupo para a proxima raiz.
      *-----------------------------------------------------------------
       1560-FECHAR-GRUPO SECTION.
           ADD 1 TO WK-CART-GRUPOS.
           IF WK-GRP-QTD-ESTAB GREATER 1
               ADD 1 TO WK-QTD-MULTI-ESTAB
           END-IF.

           PERFORM 1565-LIBERAR-ESTABELECIMENTO
               VARYING WK-GRP-IDX FROM 1 BY 1
               UNTIL WK-GRP-IDX GREATER WK-GRP-QTD.

           MOVE ZEROS TO WK-GRP-QTD.
           MOVE ZEROS TO WK-TOTAIS-GRUPO.

       1560-FECHAR-GRUPO-FIM.
           EXIT.

       1565-LIBERAR-ESTABELECIMENTO SECTION.
           MOVE WK-GRP-CNPJ (WK-GRP-IDX) TO CAD-CNPJ.
           PERFORM 2510-BUSCAR-CADASTRO.

           MOVE WK-GRP-TOT-VATU TO GRO-VATU-GRUPO.
           MOVE WK-GRP-RAIZ-ATUAL TO GRO-RAIZ.
           MOVE WK-GRP-CNPJ (WK-GRP-IDX) TO GRO-CNPJ.
           MOVE WK-GRP-SITU (WK-GRP-IDX) TO GRO-SITU.
           MOVE WK-GRP-FILIAL (WK-GRP-IDX) TO GRO-FILIAL.
           MOVE WK-GRP-VALO (WK-GRP-IDX) TO GRO-VALO.
           MOVE WK-GRP-VATU (WK-GRP-IDX) TO GRO-VATU.
           MOVE WK-RAZAO-BUSCA TO GRO-RAZAO.
           MOVE WK-GRP-TOT-VALO TO GRO-VALO-GRUPO.
           MOVE WK-GRP-PIOR-SITU TO GRO-PIOR-SITU.
           MOVE WK-GRP-QTD-ESTAB TO GRO-QTD-ESTAB.

           MOVE WK-REG-GRUPO TO SD-REG-ORDENACAO.
           RELEASE SD-REG-ORDENACAO.

       1565-LIBERAR-ESTABELECIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - le os estabelecimentos ja na ordem dos grupos e os
      * imprime, abrindo um grupo novo a cada troca de raiz.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ GRUPOS-ORDENADO INTO WK-REG-GRUPO.

           IF WK-STATUS-O EQUAL 10
               MOVE 'S' TO WK-FIM-GRUPOS
           ELSE
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-O
                   MOVE 'S' TO WK-FIM-GRUPOS
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF WK-PRIMEIRO-GRUPO EQUAL 'S'
                       OR GRO-RAIZ NOT EQUAL WK-RAIZ-IMPRESSA
                       PERFORM 2100-ABRIR-GRUPO
                   END-IF
                   PERFORM 2200-IMPRIMIR-ESTABELECIMENTO
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-GRUPO - fecha o grupo anterior com a linha de total e
      * imprime o cabecalho do novo grupo: posicao no ranking, raiz,
      * quantidade de estabelecimentos e pior situacao.
      *-----------------------------------------------------------------
       2100-ABRIR-GRUPO SECTION.
           IF WK-PRIMEIRO-GRUPO NOT EQUAL 'S'
               PERFORM 2300-TOTALIZAR-GRUPO
           END-IF.

           MOVE 'N' TO WK-PRIMEIRO-GRUPO.
           MOVE GRO-RAIZ TO WK-RAIZ-IMPRESSA.
           MOVE GRO-VATU-GRUPO TO WK-GRP-TOT-VATU.
           MOVE GRO-VALO-GRUPO TO WK-GRP-TOT-VALO.
           ADD 1 TO WK-POSICAO-GRUPO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE GRO-PIOR-SITU TO WK-COD-BUSCA.
           PERFORM 3900-TRADUZIR-COD.

           MOVE GRO-CNPJ TO WK-CNPJ-NUM.
           MOVE SPACES TO WK-LGR-RAIZ.
           MOVE WK-CNU-P1 TO WK-LGR-RAIZ (1:2).
           MOVE '.' TO WK-LGR-RAIZ (3:1).
           MOVE WK-CNU-P2 TO WK-LGR-RAIZ (4:3).
           MOVE '.' TO WK-LGR-RAIZ (7:1).
           MOVE WK-CNU-P3 TO WK-LGR-RAIZ (8:3).

           MOVE WK-POSICAO-GRUPO TO WK-LGR-POS.
           MOVE GRO-QTD-ESTAB TO WK-LGR-QTD.
           MOVE GRO-PIOR-SITU TO WK-LGR-PIOR.
           MOVE WK-DESC-BUSCA TO WK-LGR-PIOR-DSC.
           MOVE WK-LINGRP TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2100-ABRIR-GRUPO-FIM.
           EXIT.

       2200-IMPRIMIR-ESTABELECIMENTO SECTION.
           MOVE GRO-CNPJ TO WK-CNPJ-NUM.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.

           MOVE WK-CNPJ-EDIT TO WK-DET-CNPJ.
           MOVE GRO-FILIAL TO WK-DET-FIL.
           MOVE GRO-RAZAO TO WK-DET-RAZA.
           MOVE GRO-SITU TO WK-DET-SITU.
           MOVE GRO-VALO TO WK-DET-VALO.
           MOVE GRO-VATU TO WK-DET-VATU.
           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2200-IMPRIMIR-ESTABELECIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TOTALIZAR-GRUPO - imprime o total do grupo corrente com a
      * participacao no valor atualizado da carteira e, acima do
      * limite de exposicao, o alerta no relatorio e no console.
      *-----------------------------------------------------------------
       2300-TOTALIZAR-GRUPO SECTION.
           MOVE ZEROS TO WK-PCT-GRUPO.
           IF WK-CART-VATU GREATER ZEROS
               COMPUTE WK-PCT-GRUPO ROUNDED =
                   WK-GRP-TOT-VATU * 100 / WK-CART-VATU
           END-IF.

           MOVE 'TOTAL DO GRUPO' TO WK-TOT-DESC.
           MOVE '% CARTEIRA: ' TO WK-TOT-PCT-LIT.
           MOVE WK-PCT-GRUPO TO WK-TOT-PCT.
           MOVE WK-GRP-TOT-VALO TO WK-TOT-VALO.
           MOVE WK-GRP-TOT-VATU TO WK-TOT-VATU.
           MOVE SPACES TO WK-TOT-ALERTA.

           IF WK-GRP-TOT-VATU GREATER WK-LIMITE
               MOVE '**LIMITE**' TO WK-TOT-ALERTA
               ADD 1 TO WK-QTD-ACIMA
               DISPLAY 'ALERTA: GRUPO ' WK-RAIZ-IMPRESSA
                   ' ACIMA DO LIMITE DE EXPOSICAO - VALOR '
                   WK-TOT-VATU
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2300-TOTALIZAR-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-CADASTRO - le o cadastro de identificacao pelo CNPJ ja
      * movido para CAD-CNPJ e devolve a razao social (truncada em 30
      * posicoes) em WK-RAZAO-BUSCA, ou SEM CADASTRO.
      *-----------------------------------------------------------------
       2510-BUSCAR-CADASTRO SECTION.
           MOVE 'SEM CADASTRO' TO WK-RAZAO-BUSCA.

           IF WK-CADASTRO-OK EQUAL 'S'
               READ CADASTRO
               IF WK-STATUS-D EQUAL ZEROS
                   MOVE CAD-RAZAO (1:30) TO WK-RAZAO-BUSCA
               ELSE
                   IF WK-STATUS-D EQUAL 23
                       ADD 1 TO WK-QTD-SEM-CAD
                   ELSE
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
      * CALCULAR-VALOR-ATUAL - calcula o valor atualizado do
      * estabelecimento sobre o vencimento mais antigo da foto, com a
      * taxa vigente - mesmo calculo do CBLZMW03: multa fixa, juros
      * mensal proporcional aos dias de atraso (base 30) e correcao
      * pelo indice diario. Sem taxa, sem vencimento ou divida ainda
      * nao vencida, o valor atualizado e o original.
      *-----------------------------------------------------------------
       2575-CALCULAR-VALOR-ATUAL SECTION.
           MOVE MST-VALO TO WK-VALOR-ATUAL.

           IF WK-TAXA-OK EQUAL 'S'
               AND WK-VENC-ESTAB GREATER ZEROS
               MOVE WK-VENC-ESTAB TO WK-CDS-DATA
               PERFORM 2545-CALCULAR-DIA-SERIAL
               COMPUTE WK-ATU-DIAS =
                   WK-SERIAL-HOJE - WK-CDS-SERIAL
               IF WK-ATU-DIAS GREATER ZEROS
                   COMPUTE WK-VALOR-ATUAL ROUNDED = MST-VALO *
                       (1 + (WK-TAXA-MULTA-V / 100)
                          + (WK-TAXA-JUROS-V / 100)
                            * WK-ATU-DIAS / 30
                          + (WK-TAXA-INDICE-V / 100)
                            * WK-ATU-DIAS)
                       ON SIZE ERROR
                           MOVE MST-VALO TO WK-VALOR-ATUAL
                   END-COMPUTE
               END-IF
           END-IF.

       2575-CALCULAR-VALOR-ATUAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ESCREVER-LINHA-RELATORIO - grava a linha ja montada em
      * FL-RELATORIO-ARQ, reimprimindo o cabecalho (com nova PAGINA)
      * antes dela quando a pagina corrente atinge o limite de linhas.
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
      * FINALIZAR - fecha o ultimo grupo, imprime o resumo da carteira
      * e encerra com o codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           IF WK-PRIMEIRO-GRUPO NOT EQUAL 'S'
               PERFORM 2300-TOTALIZAR-GRUPO
           END-IF.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CARTEIRA COMPLETA' TO WK-TOT-DESC.
           MOVE SPACES TO WK-TOT-PCT-LIT.
           MOVE 100 TO WK-TOT-PCT.
           MOVE WK-CART-VALO TO WK-TOT-VALO.
           MOVE WK-CART-VATU TO WK-TOT-VATU.
           MOVE SPACES TO WK-TOT-ALERTA.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'ESTABELECIMENTOS NA CARTEIRA' TO WK-RES-DESC.
           MOVE WK-CART-QTD TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'GRUPOS ECONOMICOS' TO WK-RES-DESC.
           MOVE WK-CART-GRUPOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'GRUPOS COM MAIS DE UM ESTABELECIMENTO' TO WK-RES-DESC.
           MOVE WK-QTD-MULTI-ESTAB TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'GRUPOS ACIMA DO LIMITE DE EXPOSICAO' TO WK-RES-DESC.
           MOVE WK-QTD-ACIMA TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           CLOSE GRUPOS-ORDENADO.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           DISPLAY 'ESTABELECIMENTOS......: ' WK-CART-QTD.
           DISPLAY 'GRUPOS ECONOMICOS.....: ' WK-CART-GRUPOS.
           DISPLAY 'ACIMA DO LIMITE.......: ' WK-QTD-ACIMA.
           DISPLAY 'FORA DA FOTO..........: ' WK-QTD-SEM-FOTO.
           DISPLAY 'SEM CADASTRO..........: ' WK-QTD-SEM-CAD.
           DISPLAY 'BAIXADOS PARA PREJUIZO: ' WK-QTD-BAIXADOS.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRADUZIR-COD - devolve em WK-DESC-BUSCA a descricao da tabela
      * de situacoes para o codigo em WK-COD-BUSCA.
      *-----------------------------------------------------------------
       3900-TRADUZIR-COD SECTION.
           MOVE WK-SITU-DESC-DEFAULT TO WK-DESC-BUSCA.
           SET WK-SIT-IDX TO 1.
           SEARCH WK-SIT-ENT
               AT END
                   CONTINUE
               WHEN WK-SIT-IDX GREATER WK-SIT-QTD
                   CONTINUE
               WHEN WK-SIT-COD (WK-SIT-IDX) EQUAL WK-COD-BUSCA
                   MOVE WK-SIT-DESC (WK-SIT-IDX) TO WK-DESC-BUSCA
           END-SEARCH.

       3900-TRADUZIR-COD-FIM.
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

       END PROGRAM CBLZMW19.
