       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW23.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Recuperacao do cadastro mestre (Mestre.dat) a partir
      *          do jornal do mestre (JornalMestre.log, copybook
      *          CBJMSREG), que guarda a imagem antes e depois de cada
      *          alteracao feita pelos programas que atualizam o
      *          mestre. Dois modos, pela 1a linha de CBLZMW23.PARM:
      *            E desfaz todas as alteracoes de uma execucao: 2a
      *              linha o programa (ex. CBLZMW12), 3a linha
      *              opcional a data/hora de inicio da execucao
      *              (AAAAMMDDHHMMSS); sem a 3a linha, a ultima
      *              execucao do programa no jornal;
      *            D volta o mestre a posicao de uma data/hora: 2a
      *              linha AAAAMMDDHHMMSS; desfaz tudo o que foi
      *              lancado depois dela.
      *          Cada CNPJ alcancado volta para a imagem anterior ao
      *          primeiro lancamento desfeito (excluido se o
      *          lancamento era uma inclusao, reincluido se era uma
      *          exclusao). A restauracao tambem e lancada no jornal
      *          (programa CBLZMW23) e no livro de eventos (tipo RV),
      *          de modo que ela mesma pode ser desfeita.
      *          Recusa (RC=8) a reversao que alcance alteracao feita
      *          em mes ja fechado pelo CBLZMW16 (geracao
      *          Snapshot.AAAAMM existente): a foto arquivada do mes
      *          deixaria de bater com o mestre. No modo E, CNPJ
      *          alterado depois da execucao por outro lancamento, ou
      *          cujo registro atual difere do ultimo lancamento da
      *          execucao, nao e restaurado (RC=4); no modo D o
      *          registro divergente e restaurado e marcado (RC=4).
      *          Relatorio Reversao.txt com cada registro alcancado,
      *          a acao tomada, situacao e valor atuais e restaurados.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW23.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT JORNAL ASSIGN TO
           'JornalMestre.log'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-J.

       SELECT JORNAL-ORD ASSIGN TO
           'JornalMestre.ord'
           FILE STATUS IS WK-STATUS-O.

       SELECT WK-ARQ-ORDENACAO ASSIGN TO 'WKORD'.

       SELECT MESTRE ASSIGN TO
           'Mestre.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-CNPJ
           FILE STATUS IS WK-STATUS-M.

       SELECT SNAPSHOT-GER ASSIGN TO DYNAMIC WK-PATH-SNAPSHOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-G.

       SELECT EVENTOS ASSIGN TO
           'Eventos.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WK-STATUS-V.

       SELECT RELATORIO ASSIGN TO
           'Reversao.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD JORNAL.

       COPY CBJMSREG.

      *-----------------------------------------------------------------
      * Jornal ordenado por CNPJ, mantida a ordem de gravacao dentro
      * do CNPJ - mesmo layout do copybook CBJMSREG.
      *-----------------------------------------------------------------
       FD JORNAL-ORD RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-JORNAL-ORD-ARQ.
           02 ORD-MOMENTO.
               03 ORD-DATA       PIC 9(08).
               03 ORD-HORA       PIC 9(06).
           02 ORD-PROG           PIC X(08).
           02 ORD-EXECUCAO.
               03 ORD-EXEC-DATA  PIC 9(08).
               03 ORD-EXEC-HORA  PIC 9(06).
           02 ORD-SEQ            PIC 9(07).
           02 ORD-OPER           PIC X(01).
           02 ORD-CNPJ           PIC 9(14).
           02 ORD-ANTES          PIC X(97).
           02 ORD-DEPOIS         PIC X(97).

       SD WK-ARQ-ORDENACAO.

       01 SD-REG-ORDENACAO.
           02 FILLER    PIC X(44).
           02 SD-CNPJ   PIC 9(14).
           02 FILLER    PIC X(194).

       FD MESTRE.

       COPY CBMSTREG.

       FD SNAPSHOT-GER.

       01 FL-SNAPSHOT-GER-ARQ PIC X(41).

       FD EVENTOS.

       COPY CBEVTREG.

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-G PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Parametros da reversao (CBLZMW23.PARM): modo (E execucao, D
      * data/hora), programa e inicio da execucao a desfazer (modo E)
      * ou data/hora da posicao desejada (modo D).
      *-----------------------------------------------------------------
       01 WK-PARAMETROS.
           02 WK-PRM-MODO          PIC X(01) VALUE SPACES.
           02 WK-PRM-PROG          PIC X(08) VALUE SPACES.
           02 WK-PRM-EXEC-INFORMADA PIC X(01) VALUE 'N'.
           02 WK-PRM-EXECUCAO.
               03 WK-PRM-EXEC-DATA PIC 9(08) VALUE ZEROS.
               03 WK-PRM-EXEC-HORA PIC 9(06) VALUE ZEROS.
           02 WK-PRM-MOMENTO.
               03 WK-PRM-DATA.
                   04 WK-PRM-ANO   PIC 9(04) VALUE ZEROS.
                   04 WK-PRM-MES   PIC 9(02) VALUE ZEROS.
                   04 WK-PRM-DIA   PIC 9(02) VALUE ZEROS.
               03 WK-PRM-HORA      PIC 9(06) VALUE ZEROS.

       01 WK-PARM-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Alvo localizado na primeira leitura do jornal: execucao a
      * desfazer (modo E), quantidade de lancamentos alcancados e a
      * data do mais antigo deles, ponto de partida da conferencia de
      * meses fechados.
      *-----------------------------------------------------------------
       01 WK-ALVO-EXECUCAO.
           02 WK-ALVO-EXEC-DATA PIC 9(08) VALUE ZEROS.
           02 WK-ALVO-EXEC-HORA PIC 9(06) VALUE ZEROS.

       01 WK-QTD-ALVO  PIC 9(09) VALUE ZEROS.
       01 WK-DATA-MIN  PIC 9(08) VALUE ZEROS.

       01 WK-FIM-JORNAL PIC X(01) VALUE 'N'.
       01 WK-FIM-ORD    PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Conferencia de meses fechados pelo CBLZMW16: mes em
      * conferencia (do mes do lancamento mais antigo ate o mes
      * corrente) e resultado - N aberto, S fechado, E geracao
      * ilegivel (tratada como fechada).
      *-----------------------------------------------------------------
       01 WK-MES-CONF.
           02 WK-MCF-ANO PIC 9(04) VALUE ZEROS.
           02 WK-MCF-MES PIC 9(02) VALUE ZEROS.
       01 WK-MES-CONF-NUM REDEFINES WK-MES-CONF PIC 9(06).

       01 WK-MES-ATUAL   PIC 9(06) VALUE ZEROS.
       01 WK-MES-FECHADO PIC X(01) VALUE 'N'.

       01 WK-PATH-SNAPSHOT PIC X(100) VALUE SPACES.
       01 WK-PATH-GERACAO  PIC X(100) VALUE SPACES.

       01 WK-NOME-GERACAO.
           02 WK-NOME-PREFIXO PIC X(14) VALUE SPACES.
           02 WK-NOME-PERIODO PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Grupo de lancamentos do CNPJ corrente no jornal ordenado:
      * imagem anterior e operacao do primeiro lancamento alcancado
      * (o que se quer restaurar), imagem posterior e operacao do
      * ultimo (o que o mestre deve ter agora), quantidade, origem
      * e indicador de lancamento posterior nao alcancado, com o
      * programa que o gravou.
      *-----------------------------------------------------------------
       01 WK-GRUPO.
           02 WK-GRP-ABERTO     PIC X(01) VALUE 'N'.
           02 WK-GRP-CNPJ       PIC 9(14) VALUE ZEROS.
           02 WK-GRP-QTD        PIC 9(04) VALUE ZEROS.
           02 WK-GRP-OPER-INI   PIC X(01) VALUE SPACES.
           02 WK-GRP-OPER-FIM   PIC X(01) VALUE SPACES.
           02 WK-GRP-PROG-INI   PIC X(08) VALUE SPACES.
           02 WK-GRP-MOMENTO-INI PIC 9(14) VALUE ZEROS.
           02 WK-GRP-POSTERIOR  PIC X(01) VALUE 'N'.
           02 WK-GRP-PROG-POST  PIC X(08) VALUE SPACES.
           02 WK-GRP-ANTES      PIC X(97) VALUE SPACES.
           02 WK-GRP-DEPOIS     PIC X(97) VALUE SPACES.

       01 WK-SELECIONADO PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Registro atual do mestre (existe S/N, X erro de leitura) e
      * registro a restaurar (existe S/N), com a situacao e o valor
      * de cada um para o relatorio e o evento.
      *-----------------------------------------------------------------
       01 WK-ATU-EXISTE PIC X(01) VALUE 'N'.
       01 WK-IMG-ATUAL.
           02 WK-IAT-CNPJ PIC 9(14).
           02 WK-IAT-SITU PIC 9(02).
           02 WK-IAT-VALO PIC 9(13)V99.
           02 FILLER      PIC X(66).

       01 WK-ALV-EXISTE PIC X(01) VALUE 'N'.
       01 WK-IMG-ALVO.
           02 WK-IAL-CNPJ PIC 9(14).
           02 WK-IAL-SITU PIC 9(02).
           02 WK-IAL-VALO PIC 9(13)V99.
           02 FILLER      PIC X(66).

       01 WK-ESP-EXISTE  PIC X(01) VALUE 'N'.
       01 WK-CONFORME    PIC X(01) VALUE 'S'.
       01 WK-RESTAURADO  PIC X(01) VALUE 'N'.

       01 WK-SITU-ATU PIC 9(02) VALUE ZEROS.
       01 WK-VALO-ATU PIC 9(13)V99 VALUE ZEROS.
       01 WK-SITU-ALV PIC 9(02) VALUE ZEROS.
       01 WK-VALO-ALV PIC 9(13)V99 VALUE ZEROS.

       01 WK-ACAO PIC X(14) VALUE SPACES.
       01 WK-OBS  PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): a
      * propria restauracao e lancada, com a imagem atual como
      * anterior - sem o lancamento o mestre nao e alterado.
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
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao e indicador de livro
      * disponivel - sem o livro a reversao segue sem registrar
      * eventos (RC=4).
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

       01 WK-CONTADORES.
           02 WK-QTD-REGISTROS    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-LANCAMENTOS  PIC 9(09) VALUE ZEROS.
           02 WK-QTD-REGRAVADOS   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-REINCLUIDOS  PIC 9(09) VALUE ZEROS.
           02 WK-QTD-EXCLUIDOS    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-ALTERAR  PIC 9(09) VALUE ZEROS.
           02 WK-QTD-NAO-RESTAURADOS PIC 9(09) VALUE ZEROS.
           02 WK-QTD-DIVERGENTES  PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Data e hora (AAAAMMDDHHMMSS) decompostas e editadas
      * (DD/MM/AAAA HH:MM:SS) para o relatorio.
      *-----------------------------------------------------------------
       01 WK-MOMENTO-AUX PIC 9(14) VALUE ZEROS.
       01 FILLER REDEFINES WK-MOMENTO-AUX.
           02 WK-MAX-ANO PIC 9(04).
           02 WK-MAX-MES PIC 9(02).
           02 WK-MAX-DIA PIC 9(02).
           02 WK-MAX-HOR PIC 9(02).
           02 WK-MAX-MIN PIC 9(02).
           02 WK-MAX-SEG PIC 9(02).

       01 WK-MOMENTO-EDIT.
           02 WK-MED-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WK-MED-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WK-MED-ANO PIC 9(04).
           02 FILLER     PIC X(01) VALUE SPACE.
           02 WK-MED-HOR PIC 9(02).
           02 FILLER     PIC X(01) VALUE ':'.
           02 WK-MED-MIN PIC 9(02).
           02 FILLER     PIC X(01) VALUE ':'.
           02 WK-MED-SEG PIC 9(02).

       01 WK-ED-QTD PIC ZZZ9.

      *-----------------------------------------------------------------
      * Codigo de retorno da execucao: 0 reversao completa, 4 registro
      * nao restaurado ou divergente do jornal, 8 reversao recusada
      * ou erro de arquivo.
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW23'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(40) VALUE
               'REVERSAO DO CADASTRO MESTRE PELO JORNAL'.

       01 WK-LINDIT01.
           02 WK-LINDIT01-CNPJ PIC X(20) VALUE 'CNPJ'.
           02 WK-LINDIT01-ACAO PIC X(16) VALUE 'ACAO'.
           02 WK-LINDIT01-SATU PIC X(05) VALUE 'SIT'.
           02 WK-LINDIT01-VATU PIC X(18) VALUE '     VALOR ATUAL'.
           02 WK-LINDIT01-SALV PIC X(05) VALUE 'SIT'.
           02 WK-LINDIT01-VALV PIC X(18) VALUE 'VALOR RESTAURADO'.
           02 WK-LINDIT01-OBS  PIC X(50) VALUE 'OBSERVACAO'.

       01 WK-LINSEL.
           02 WK-SEL-DESC PIC X(45) VALUE SPACES.
           02 WK-SEL-PROG PIC X(09) VALUE SPACES.
           02 WK-SEL-MOME PIC X(19) VALUE SPACES.

       01 WK-LINDET.
           02 WK-DET-CNPJ PIC X(18) VALUE SPACES.
           02 WK-DET-SP01 PIC X(02) VALUE SPACES.
           02 WK-DET-ACAO PIC X(14) VALUE SPACES.
           02 WK-DET-SP02 PIC X(02) VALUE SPACES.
           02 WK-DET-SATU PIC X(02) VALUE SPACES.
           02 WK-DET-SP03 PIC X(03) VALUE SPACES.
           02 WK-DET-VATU PIC Z(12)9.99.
           02 WK-DET-SP04 PIC X(02) VALUE SPACES.
           02 WK-DET-SALV PIC X(02) VALUE SPACES.
           02 WK-DET-SP05 PIC X(03) VALUE SPACES.
           02 WK-DET-VALV PIC Z(12)9.99.
           02 WK-DET-SP06 PIC X(02) VALUE SPACES.
           02 WK-DET-OBS  PIC X(50) VALUE SPACES.

       01 WK-LINRES.
           02 WK-RES-DESC PIC X(60) VALUE SPACES.
           02 WK-RES-QTD  PIC ZZZZZZZZ9.

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
      * INICIALIZAR - le e confere os parametros, localiza no jornal
      * os lancamentos a desfazer, recusa a reversao que alcance mes
      * fechado, ordena o jornal por CNPJ e abre o mestre, o jornal
      * (para lancar a restauracao), o livro de eventos e o relatorio.
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

           PERFORM 1050-LER-PARAMETROS.
           IF WK-PARM-OK NOT EQUAL 'S'
               DISPLAY 'REVERSAO RECUSADA: CBLZMW23.PARM INVALIDO'
               DISPLAY 'LINHA 1: E (EXECUCAO) OU D (DATA/HORA)'
               DISPLAY 'MODO E - LINHA 2: PROGRAMA, LINHA 3 '
                   '(OPCIONAL): INICIO AAAAMMDDHHMMSS'
               DISPLAY 'MODO D - LINHA 2: AAAAMMDDHHMMSS'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-LOCALIZAR-LANCAMENTOS.

           IF WK-QTD-ALVO EQUAL ZEROS
               IF WK-PRM-MODO EQUAL 'E'
                   DISPLAY 'REVERSAO RECUSADA: EXECUCAO DO '
                       WK-PRM-PROG ' NAO ENCONTRADA NO JORNAL'
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   DISPLAY 'NENHUM LANCAMENTO NO JORNAL DEPOIS DE '
                       WK-PRM-MOMENTO ' - NADA A DESFAZER'
               END-IF
               MOVE WK-RC-FINAL TO RETURN-CODE
               DISPLAY 'Processo concluido. RC=' WK-RC-FINAL
               STOP RUN
           END-IF.

           PERFORM 1300-CONFERIR-FECHAMENTO.

           SORT WK-ARQ-ORDENACAO
               ON ASCENDING KEY SD-CNPJ
               WITH DUPLICATES IN ORDER
               USING JORNAL
               GIVING JORNAL-ORD.

           OPEN INPUT JORNAL-ORD.
           IF WK-STATUS-O NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-O
                   ' JORNALMESTRE.ORD'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
                   ' MESTRE'
               CLOSE JORNAL-ORD
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1750-ABRIR-JORNAL.
           PERFORM 1700-ABRIR-EVENTOS.

           OPEN OUTPUT RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
               CLOSE JORNAL-ORD
               CLOSE MESTRE
               CLOSE JORNAL
               IF WK-EVT-DISPONIVEL EQUAL 'S'
                   CLOSE EVENTOS
               END-IF
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
      * LER-PARAMETROS - le o modo da 1a linha de CBLZMW23.PARM e, no
      * modo E, o programa (2a linha) e o inicio opcional da execucao
      * (3a linha, AAAAMMDDHHMMSS); no modo D, a data/hora da posicao
      * desejada (2a linha, AAAAMMDDHHMMSS). Nao ha default: arquivo
      * ausente ou linha invalida recusa a reversao.
      *-----------------------------------------------------------------
       1050-LER-PARAMETROS SECTION.
           MOVE 'S' TO WK-PARM-OK.

           OPEN INPUT CONTROLE.
           IF WK-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-P
                   ' CBLZMW23.PARM'
               MOVE 'N' TO WK-PARM-OK
           ELSE
               PERFORM 1055-LER-LINHA-PARM
               MOVE FL-CONTROLE-ARQ (1:1) TO WK-PRM-MODO
               PERFORM 1055-LER-LINHA-PARM
               IF WK-PRM-MODO EQUAL 'E'
                   MOVE FL-CONTROLE-ARQ (1:8) TO WK-PRM-PROG
                   IF WK-PRM-PROG EQUAL SPACES
                       MOVE 'N' TO WK-PARM-OK
                   END-IF
                   PERFORM 1055-LER-LINHA-PARM
                   IF FL-CONTROLE-ARQ (1:14) NOT EQUAL SPACES
                       IF FL-CONTROLE-ARQ (1:14) NUMERIC
                           MOVE FL-CONTROLE-ARQ (1:14)
                               TO WK-PRM-EXECUCAO
                           MOVE 'S' TO WK-PRM-EXEC-INFORMADA
                       ELSE
                           MOVE 'N' TO WK-PARM-OK
                       END-IF
                   END-IF
               ELSE
                   IF WK-PRM-MODO EQUAL 'D'
                       AND FL-CONTROLE-ARQ (1:14) NUMERIC
                       MOVE FL-CONTROLE-ARQ (1:14) TO WK-PRM-MOMENTO
                       IF WK-PRM-MES LESS 01 OR WK-PRM-MES GREATER 12
                           OR WK-PRM-DIA LESS 01
                           OR WK-PRM-DIA GREATER 31
                           MOVE 'N' TO WK-PARM-OK
                       END-IF
                   ELSE
                       MOVE 'N' TO WK-PARM-OK
                   END-IF
               END-IF
               CLOSE CONTROLE
           END-IF.

       1050-LER-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-LINHA-PARM - le a proxima linha de CBLZMW23.PARM; linha
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
      * IMPRIMIR-SELECAO - linha com a reversao pedida: a execucao
      * desfeita (programa e inicio) ou a data/hora da posicao.
      *-----------------------------------------------------------------
       1150-IMPRIMIR-SELECAO SECTION.
           MOVE SPACES TO WK-LINSEL.

           IF WK-PRM-MODO EQUAL 'E'
               MOVE 'REVERSAO DA EXECUCAO INICIADA EM' TO WK-SEL-DESC
               MOVE WK-ALVO-EXECUCAO TO WK-MOMENTO-AUX
               PERFORM 2650-EDITAR-MOMENTO
               MOVE WK-MOMENTO-EDIT TO WK-SEL-MOME
               MOVE WK-PRM-PROG TO WK-SEL-PROG
           ELSE
               MOVE 'REVERSAO DO MESTRE A POSICAO DE' TO WK-SEL-DESC
               MOVE WK-PRM-MOMENTO TO WK-MOMENTO-AUX
               PERFORM 2650-EDITAR-MOMENTO
               MOVE WK-MOMENTO-EDIT TO WK-SEL-MOME
           END-IF.

           MOVE WK-LINSEL TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       1150-IMPRIMIR-SELECAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LOCALIZAR-LANCAMENTOS - primeira leitura do jornal, em ordem
      * de gravacao: conta os lancamentos alcancados e guarda a data
      * do mais antigo. No modo E sem a 3a linha, a execucao alvo e a
      * ultima do programa no jornal. Jornal inexistente nao tem nada
      * a desfazer; jornal ilegivel recusa a reversao (RC=8).
      *-----------------------------------------------------------------
       1200-LOCALIZAR-LANCAMENTOS SECTION.
           MOVE ZEROS TO WK-QTD-ALVO
                         WK-DATA-MIN.
           MOVE 'N' TO WK-FIM-JORNAL.

           OPEN INPUT JORNAL.
           IF WK-STATUS-J EQUAL 35
               DISPLAY 'JornalMestre.log INEXISTENTE'
               MOVE 'S' TO WK-FIM-JORNAL
           ELSE
               IF WK-STATUS-J NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-J
                       ' JORNALMESTRE'
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
                   MOVE WK-RC-FINAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1210-LER-LANCAMENTO
               UNTIL WK-FIM-JORNAL EQUAL 'S'.

           IF WK-STATUS-J NOT EQUAL 35
               CLOSE JORNAL
           END-IF.

           IF WK-RC-FINAL NOT LESS 8
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'LANCAMENTOS A DESFAZER: ' WK-QTD-ALVO.

       1200-LOCALIZAR-LANCAMENTOS-FIM.
           EXIT.

       1210-LER-LANCAMENTO SECTION.
           READ JORNAL.

           IF WK-STATUS-J EQUAL 10
               MOVE 'S' TO WK-FIM-JORNAL
           ELSE
               IF WK-STATUS-J NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-J
                       ' JORNALMESTRE'
                   MOVE 'S' TO WK-FIM-JORNAL
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 1220-AVALIAR-LANCAMENTO
               END-IF
           END-IF.

       1210-LER-LANCAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * AVALIAR-LANCAMENTO - no modo E, lancamento do programa pedido
      * (da execucao informada ou, sem ela, de cada nova execucao
      * encontrada, ficando a ultima); no modo D, lancamento gravado
      * depois da data/hora pedida.
      *-----------------------------------------------------------------
       1220-AVALIAR-LANCAMENTO SECTION.
           IF WK-PRM-MODO EQUAL 'E'
               IF JMS-PROG EQUAL WK-PRM-PROG
                   IF WK-PRM-EXEC-INFORMADA NOT EQUAL 'S'
                       OR JMS-EXECUCAO EQUAL WK-PRM-EXECUCAO
                       IF JMS-EXECUCAO NOT EQUAL WK-ALVO-EXECUCAO
                           MOVE JMS-EXECUCAO TO WK-ALVO-EXECUCAO
                           MOVE JMS-DATA TO WK-DATA-MIN
                           MOVE ZEROS TO WK-QTD-ALVO
                       END-IF
                       ADD 1 TO WK-QTD-ALVO
                   END-IF
               END-IF
           ELSE
               IF JMS-MOMENTO GREATER WK-PRM-MOMENTO
                   ADD 1 TO WK-QTD-ALVO
                   IF WK-DATA-MIN EQUAL ZEROS
                       OR JMS-DATA LESS WK-DATA-MIN
                       MOVE JMS-DATA TO WK-DATA-MIN
                   END-IF
               END-IF
           END-IF.

       1220-AVALIAR-LANCAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERIR-FECHAMENTO - confere, do mes do lancamento mais
      * antigo a desfazer ate o mes corrente, se o mes ja foi fechado
      * pelo CBLZMW16 (geracao Snapshot.AAAAMM existente); mes fechado
      * recusa a reversao (RC=8).
      *-----------------------------------------------------------------
       1300-CONFERIR-FECHAMENTO SECTION.
           MOVE WK-DATA-MIN (1:6) TO WK-MES-CONF.
           MOVE WK-DATA-SYS-NUM (1:6) TO WK-MES-ATUAL.
           MOVE 'N' TO WK-MES-FECHADO.

           PERFORM 1310-CONFERIR-MES
               UNTIL WK-MES-CONF-NUM GREATER WK-MES-ATUAL
                  OR WK-MES-FECHADO NOT EQUAL 'N'.

           IF WK-MES-FECHADO NOT EQUAL 'N'
               IF WK-MES-FECHADO EQUAL 'S'
                   DISPLAY 'REVERSAO RECUSADA: MES ' WK-MCF-MES '/'
                       WK-MCF-ANO ' JA FECHADO PELO CBLZMW16'
               ELSE
                   DISPLAY 'REVERSAO RECUSADA: FECHAMENTO DO MES '
                       WK-MCF-MES '/' WK-MCF-ANO ' NAO CONFERIDO'
               END-IF
               DISPLAY 'GERACAO: ' WK-PATH-SNAPSHOT (1:40)
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-CONFERIR-FECHAMENTO-FIM.
           EXIT.

       1310-CONFERIR-MES SECTION.
           MOVE 'Snapshot.' TO WK-NOME-PREFIXO.
           MOVE WK-MES-CONF-NUM TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-SNAPSHOT.

           OPEN INPUT SNAPSHOT-GER.
           IF WK-STATUS-G EQUAL ZEROS
               CLOSE SNAPSHOT-GER
               MOVE 'S' TO WK-MES-FECHADO
           ELSE
               IF WK-STATUS-G NOT EQUAL 35
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-G
                   MOVE 'E' TO WK-MES-FECHADO
               ELSE
                   ADD 1 TO WK-MCF-MES
                   IF WK-MCF-MES GREATER 12
                       MOVE 01 TO WK-MCF-MES
                       ADD 1 TO WK-MCF-ANO
                   END-IF
               END-IF
           END-IF.

       1310-CONFERIR-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o se ainda nao existe; sem o livro a
      * reversao segue sem registrar eventos (RC=4).
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
               DISPLAY 'REVERSAO SEGUE SEM REGISTRO DE EVENTOS'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1700-ABRIR-EVENTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-JORNAL - reabre o jornal do mestre em EXTEND para
      * lancar as restauracoes; sem o jornal o mestre nao pode ser
      * alterado e a reversao e recusada (RC=8).
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
               CLOSE JORNAL-ORD
               CLOSE MESTRE
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

       1750-ABRIR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - percorre o jornal ordenado por CNPJ, acumulando os
      * lancamentos de cada CNPJ; na quebra, restaura o registro
      * quando algum lancamento dele foi alcancado.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           MOVE 'N' TO WK-FIM-ORD.
           MOVE 'N' TO WK-GRP-ABERTO.

           PERFORM 2100-LER-ORDENADO
               UNTIL WK-FIM-ORD EQUAL 'S'.

           IF WK-GRP-ABERTO EQUAL 'S'
               PERFORM 2200-ENCERRAR-GRUPO
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-LER-ORDENADO SECTION.
           READ JORNAL-ORD.

           IF WK-STATUS-O EQUAL 10
               MOVE 'S' TO WK-FIM-ORD
           ELSE
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-O
                       ' JORNALMESTRE.ORD'
                   MOVE 'S' TO WK-FIM-ORD
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF WK-GRP-ABERTO EQUAL 'S'
                       AND ORD-CNPJ NOT EQUAL WK-GRP-CNPJ
                       PERFORM 2200-ENCERRAR-GRUPO
                   END-IF
                   IF WK-GRP-ABERTO NOT EQUAL 'S'
                       PERFORM 2150-INICIAR-GRUPO
                   END-IF
                   PERFORM 2160-AVALIAR-ORDENADO
               END-IF
           END-IF.

       2100-LER-ORDENADO-FIM.
           EXIT.

       2150-INICIAR-GRUPO SECTION.
           MOVE 'S' TO WK-GRP-ABERTO.
           MOVE ORD-CNPJ TO WK-GRP-CNPJ.
           MOVE ZEROS TO WK-GRP-QTD
                         WK-GRP-MOMENTO-INI.
           MOVE SPACES TO WK-GRP-OPER-INI
                          WK-GRP-OPER-FIM
                          WK-GRP-PROG-INI
                          WK-GRP-PROG-POST
                          WK-GRP-ANTES
                          WK-GRP-DEPOIS.
           MOVE 'N' TO WK-GRP-POSTERIOR.

       2150-INICIAR-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * AVALIAR-ORDENADO - lancamento alcancado pela reversao (mesmo
      * criterio da primeira leitura): o primeiro guarda a imagem a
      * restaurar, o ultimo a imagem que o mestre deve ter agora.
      * Lancamento nao alcancado depois de um alcancado marca o CNPJ
      * como alterado depois.
      *-----------------------------------------------------------------
       2160-AVALIAR-ORDENADO SECTION.
           MOVE 'N' TO WK-SELECIONADO.

           IF WK-PRM-MODO EQUAL 'E'
               IF ORD-PROG EQUAL WK-PRM-PROG
                   AND ORD-EXECUCAO EQUAL WK-ALVO-EXECUCAO
                   MOVE 'S' TO WK-SELECIONADO
               END-IF
           ELSE
               IF ORD-MOMENTO GREATER WK-PRM-MOMENTO
                   MOVE 'S' TO WK-SELECIONADO
               END-IF
           END-IF.

           IF WK-SELECIONADO EQUAL 'S'
               IF WK-GRP-QTD EQUAL ZEROS
                   MOVE ORD-ANTES TO WK-GRP-ANTES
                   MOVE ORD-OPER TO WK-GRP-OPER-INI
                   MOVE ORD-PROG TO WK-GRP-PROG-INI
                   MOVE ORD-MOMENTO TO WK-GRP-MOMENTO-INI
               END-IF
               ADD 1 TO WK-GRP-QTD
               MOVE ORD-DEPOIS TO WK-GRP-DEPOIS
               MOVE ORD-OPER TO WK-GRP-OPER-FIM
           ELSE
               IF WK-GRP-QTD GREATER ZEROS
                   AND WK-GRP-POSTERIOR NOT EQUAL 'S'
                   MOVE 'S' TO WK-GRP-POSTERIOR
                   MOVE ORD-PROG TO WK-GRP-PROG-POST
               END-IF
           END-IF.

       2160-AVALIAR-ORDENADO-FIM.
           EXIT.

       2200-ENCERRAR-GRUPO SECTION.
           MOVE 'N' TO WK-GRP-ABERTO.

           IF WK-GRP-QTD GREATER ZEROS
               PERFORM 2300-RESTAURAR-REGISTRO
           END-IF.

       2200-ENCERRAR-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * RESTAURAR-REGISTRO - le o registro atual do CNPJ e confere com
      * o ultimo lancamento alcancado; no modo E, registro alterado
      * depois ou divergente do jornal nao e restaurado; no modo D o
      * divergente e restaurado e marcado. Toda situacao sai no
      * relatorio.
      *-----------------------------------------------------------------
       2300-RESTAURAR-REGISTRO SECTION.
           ADD 1 TO WK-QTD-REGISTROS.
           ADD WK-GRP-QTD TO WK-QTD-LANCAMENTOS.
           MOVE SPACES TO WK-ACAO
                          WK-OBS.
           MOVE 'N' TO WK-RESTAURADO.

           PERFORM 2310-LER-ATUAL.

           IF WK-GRP-OPER-FIM EQUAL 'E'
               MOVE 'N' TO WK-ESP-EXISTE
           ELSE
               MOVE 'S' TO WK-ESP-EXISTE
           END-IF.

           IF WK-GRP-OPER-INI EQUAL 'I'
               MOVE 'N' TO WK-ALV-EXISTE
               MOVE SPACES TO WK-IMG-ALVO
           ELSE
               MOVE 'S' TO WK-ALV-EXISTE
               MOVE WK-GRP-ANTES TO WK-IMG-ALVO
           END-IF.

           MOVE 'S' TO WK-CONFORME.
           IF WK-ATU-EXISTE NOT EQUAL WK-ESP-EXISTE
               MOVE 'N' TO WK-CONFORME
           ELSE
               IF WK-ATU-EXISTE EQUAL 'S'
                   AND WK-IMG-ATUAL NOT EQUAL WK-GRP-DEPOIS
                   MOVE 'N' TO WK-CONFORME
               END-IF
           END-IF.

           IF WK-ATU-EXISTE EQUAL 'X'
               MOVE 'NAO RESTAURADO' TO WK-ACAO
               MOVE 'ERRO DE LEITURA NO MESTRE' TO WK-OBS
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               IF WK-GRP-POSTERIOR EQUAL 'S'
                   MOVE 'NAO RESTAURADO' TO WK-ACAO
                   STRING 'ALTERADO DEPOIS PELO ' DELIMITED BY SIZE
                          WK-GRP-PROG-POST DELIMITED BY SIZE
                          INTO WK-OBS
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF WK-CONFORME NOT EQUAL 'S'
                       AND WK-PRM-MODO EQUAL 'E'
                       MOVE 'NAO RESTAURADO' TO WK-ACAO
                       MOVE 'MESTRE DIFERENTE DO ULTIMO LANCAMENTO'
                           TO WK-OBS
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   ELSE
                       PERFORM 2400-EFETIVAR-RESTAURACAO
                   END-IF
               END-IF
           END-IF.

           IF WK-ACAO EQUAL 'NAO RESTAURADO'
               ADD 1 TO WK-QTD-NAO-RESTAURADOS
           END-IF.

           PERFORM 2600-IMPRIMIR-DETALHE.

       2300-RESTAURAR-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-ATUAL - le o registro atual do CNPJ no mestre: existe (S),
      * nao existe (N) ou erro de leitura (X).
      *-----------------------------------------------------------------
       2310-LER-ATUAL SECTION.
           MOVE SPACES TO WK-IMG-ATUAL.
           MOVE WK-GRP-CNPJ TO MST-CNPJ.
           READ MESTRE.

           IF WK-STATUS-M EQUAL ZEROS
               MOVE 'S' TO WK-ATU-EXISTE
               MOVE FL-MESTRE-ARQ TO WK-IMG-ATUAL
           ELSE
               IF WK-STATUS-M EQUAL 23
                   MOVE 'N' TO WK-ATU-EXISTE
               ELSE
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-M
                       ' MESTRE'
                   MOVE 'X' TO WK-ATU-EXISTE
               END-IF
           END-IF.

       2310-LER-ATUAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EFETIVAR-RESTAURACAO - leva o registro do CNPJ para a imagem a
      * restaurar: exclui o que nao existia, regrava o que existe e
      * reinclui o que foi excluido; registro ja igual a imagem fica
      * como esta. A alteracao e lancada no jornal antes de efetivada
      * e registrada no livro de eventos (RV) depois.
      *-----------------------------------------------------------------
       2400-EFETIVAR-RESTAURACAO SECTION.
           MOVE SPACES TO WK-JMS-OPER.

           IF WK-ALV-EXISTE EQUAL 'N'
               IF WK-ATU-EXISTE EQUAL 'S'
                   MOVE 'E' TO WK-JMS-OPER
               END-IF
           ELSE
               IF WK-ATU-EXISTE EQUAL 'S'
                   IF WK-IMG-ATUAL NOT EQUAL WK-IMG-ALVO
                       MOVE 'A' TO WK-JMS-OPER
                   END-IF
               ELSE
                   MOVE 'I' TO WK-JMS-OPER
               END-IF
           END-IF.

           IF WK-JMS-OPER EQUAL SPACES
               MOVE 'SEM ALTERACAO' TO WK-ACAO
               ADD 1 TO WK-QTD-SEM-ALTERAR
           ELSE
               MOVE WK-IMG-ATUAL TO WK-JMS-ANTES
               IF WK-JMS-OPER EQUAL 'E'
                   MOVE WK-IMG-ATUAL TO FL-MESTRE-ARQ
               ELSE
                   MOVE WK-IMG-ALVO TO FL-MESTRE-ARQ
               END-IF
               PERFORM 2990-GRAVAR-JORNAL
               IF WK-JMS-GRAVADO NOT EQUAL 'S'
                   MOVE 'NAO RESTAURADO' TO WK-ACAO
                   MOVE 'ERRO DE GRAVACAO NO JORNAL' TO WK-OBS
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 2450-GRAVAR-MESTRE
               END-IF
           END-IF.

           IF WK-ACAO NOT EQUAL 'NAO RESTAURADO'
               PERFORM 2460-MONTAR-ORIGEM
               IF WK-CONFORME NOT EQUAL 'S'
                   MOVE '*' TO WK-ACAO (14:1)
                   MOVE 'MESTRE DIFERENTE DO ULTIMO LANCAMENTO'
                       TO WK-OBS
                   ADD 1 TO WK-QTD-DIVERGENTES
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2400-EFETIVAR-RESTAURACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-MESTRE - efetiva no mestre a operacao ja lancada no
      * jornal e registra a reversao no livro de eventos.
      *-----------------------------------------------------------------
       2450-GRAVAR-MESTRE SECTION.
           MOVE 'S' TO WK-RESTAURADO.

           IF WK-JMS-OPER EQUAL 'E'
               DELETE MESTRE RECORD
                   INVALID KEY
                       MOVE 'N' TO WK-RESTAURADO
               END-DELETE
               MOVE 'EXCLUIDO' TO WK-ACAO
           ELSE
               IF WK-JMS-OPER EQUAL 'A'
                   REWRITE FL-MESTRE-ARQ
                       INVALID KEY
                           MOVE 'N' TO WK-RESTAURADO
                   END-REWRITE
                   MOVE 'REGRAVADO' TO WK-ACAO
               ELSE
                   WRITE FL-MESTRE-ARQ
                       INVALID KEY
                           MOVE 'N' TO WK-RESTAURADO
                   END-WRITE
                   MOVE 'REINCLUIDO' TO WK-ACAO
               END-IF
           END-IF.

           IF WK-RESTAURADO NOT EQUAL 'S'
               DISPLAY 'ERRO DE GRAVACAO NO MESTRE ' WK-STATUS-M
                   ' CNPJ ' WK-GRP-CNPJ
               MOVE 'NAO RESTAURADO' TO WK-ACAO
               MOVE 'ERRO DE GRAVACAO NO MESTRE' TO WK-OBS
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               IF WK-JMS-OPER EQUAL 'E'
                   ADD 1 TO WK-QTD-EXCLUIDOS
               ELSE
                   IF WK-JMS-OPER EQUAL 'A'
                       ADD 1 TO WK-QTD-REGRAVADOS
                   ELSE
                       ADD 1 TO WK-QTD-REINCLUIDOS
                   END-IF
               END-IF
               PERFORM 2500-REGISTRAR-REVERSAO
           END-IF.

       2450-GRAVAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MONTAR-ORIGEM - observacao do registro restaurado: quantidade
      * de lancamentos desfeitos, programa e data/hora do primeiro.
      *-----------------------------------------------------------------
       2460-MONTAR-ORIGEM SECTION.
           MOVE WK-GRP-QTD TO WK-ED-QTD.
           MOVE WK-GRP-MOMENTO-INI TO WK-MOMENTO-AUX.
           PERFORM 2650-EDITAR-MOMENTO.

           MOVE SPACES TO WK-OBS.
           STRING WK-ED-QTD DELIMITED BY SIZE
                  ' LANC. DESDE ' DELIMITED BY SIZE
                  WK-GRP-PROG-INI DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WK-MOMENTO-EDIT DELIMITED BY SIZE
                  INTO WK-OBS.

       2460-MONTAR-ORIGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-REVERSAO - registra no livro de eventos a reversao
      * do registro (tipo RV), com o valor e a situacao atuais como
      * anteriores e os restaurados como posteriores (zerados para o
      * registro ausente) e a diferenca de valor como movimento.
      *-----------------------------------------------------------------
       2500-REGISTRAR-REVERSAO SECTION.
           PERFORM 2510-VALORES-ATUAL-ALVO.

           MOVE WK-GRP-CNPJ TO EVT-CNPJ.
           MOVE 'RV' TO EVT-TIPO.
           MOVE WK-VALO-ATU TO EVT-VALO-ANT.
           MOVE WK-SITU-ATU TO EVT-SITU-ANT.
           MOVE WK-VALO-ALV TO EVT-VALO-POS.
           MOVE WK-SITU-ALV TO EVT-SITU-POS.

           IF EVT-VALO-POS GREATER EVT-VALO-ANT
               COMPUTE EVT-VALO-MOV = EVT-VALO-POS - EVT-VALO-ANT
           ELSE
               COMPUTE EVT-VALO-MOV = EVT-VALO-ANT - EVT-VALO-POS
           END-IF.

           MOVE SPACES TO EVT-COMPL.
           IF WK-PRM-MODO EQUAL 'E'
               STRING 'REVERSAO DA EXECUCAO ' DELIMITED BY SIZE
                      WK-PRM-PROG DELIMITED BY SIZE
                      INTO EVT-COMPL
           ELSE
               MOVE WK-PRM-MOMENTO TO WK-MOMENTO-AUX
               PERFORM 2650-EDITAR-MOMENTO
               STRING 'REVERSAO A ' DELIMITED BY SIZE
                      WK-MOMENTO-EDIT DELIMITED BY SIZE
                      INTO EVT-COMPL
           END-IF.

           PERFORM 2980-GRAVAR-EVENTO.

       2500-REGISTRAR-REVERSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * VALORES-ATUAL-ALVO - situacao e valor do registro atual e do
      * restaurado, zerados quando o registro nao existe.
      *-----------------------------------------------------------------
       2510-VALORES-ATUAL-ALVO SECTION.
           MOVE ZEROS TO WK-SITU-ATU
                         WK-VALO-ATU
                         WK-SITU-ALV
                         WK-VALO-ALV.

           IF WK-ATU-EXISTE EQUAL 'S'
               MOVE WK-IAT-SITU TO WK-SITU-ATU
               MOVE WK-IAT-VALO TO WK-VALO-ATU
           END-IF.

           IF WK-ALV-EXISTE EQUAL 'S'
               MOVE WK-IAL-SITU TO WK-SITU-ALV
               MOVE WK-IAL-VALO TO WK-VALO-ALV
           END-IF.

       2510-VALORES-ATUAL-ALVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-DETALHE - linha do registro alcancado: CNPJ, acao,
      * situacao e valor atuais (antes da reversao) e restaurados
      * ('--' para registro ausente) e observacao.
      *-----------------------------------------------------------------
       2600-IMPRIMIR-DETALHE SECTION.
           PERFORM 2510-VALORES-ATUAL-ALVO.

           MOVE WK-GRP-CNPJ TO WK-CNPJ-NUM.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.
           MOVE WK-CNPJ-EDIT TO WK-DET-CNPJ.

           MOVE WK-ACAO TO WK-DET-ACAO.

           IF WK-ATU-EXISTE EQUAL 'S'
               MOVE WK-SITU-ATU TO WK-DET-SATU
           ELSE
               MOVE '--' TO WK-DET-SATU
           END-IF.
           MOVE WK-VALO-ATU TO WK-DET-VATU.

           IF WK-ALV-EXISTE EQUAL 'S'
               MOVE WK-SITU-ALV TO WK-DET-SALV
           ELSE
               MOVE '--' TO WK-DET-SALV
           END-IF.
           MOVE WK-VALO-ALV TO WK-DET-VALV.

           MOVE WK-OBS TO WK-DET-OBS.

           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2600-IMPRIMIR-DETALHE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EDITAR-MOMENTO - edita a data/hora AAAAMMDDHHMMSS de
      * WK-MOMENTO-AUX como DD/MM/AAAA HH:MM:SS em WK-MOMENTO-EDIT.
      *-----------------------------------------------------------------
       2650-EDITAR-MOMENTO SECTION.
           MOVE WK-MAX-DIA TO WK-MED-DIA.
           MOVE WK-MAX-MES TO WK-MED-MES.
           MOVE WK-MAX-ANO TO WK-MED-ANO.
           MOVE WK-MAX-HOR TO WK-MED-HOR.
           MOVE WK-MAX-MIN TO WK-MED-MIN.
           MOVE WK-MAX-SEG TO WK-MED-SEG.

       2650-EDITAR-MOMENTO-FIM.
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
      * MONTAR-PATH-GERACAO - monta em WK-PATH-GERACAO o nome do
      * arquivo de geracao (prefixo + periodo AAAAMM).
      *-----------------------------------------------------------------
       2900-MONTAR-PATH-GERACAO SECTION.
           MOVE SPACES TO WK-PATH-GERACAO.
           STRING WK-NOME-PREFIXO DELIMITED BY SPACE
                  WK-NOME-PERIODO DELIMITED BY SIZE
               INTO WK-PATH-GERACAO.

       2900-MONTAR-PATH-GERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-EVENTO - grava no livro de eventos o evento ja montado
      * em FL-EVENTO-ARQ, carimbando a data e a hora da execucao, o
      * programa e a sequencia; chave ja existente (outra execucao no
      * mesmo segundo) avanca a sequencia e tenta de novo.
      *-----------------------------------------------------------------
       2980-GRAVAR-EVENTO SECTION.
           IF WK-EVT-DISPONIVEL EQUAL 'S'
               MOVE WK-DATA-SYS-NUM TO EVT-DATA
               MOVE WK-HORA-SYS TO EVT-HORA
               MOVE 'CBLZMW23' TO EVT-PROG
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
      * restauracao prestes a ser efetivada: imagem atual como
      * anterior (brancos se o registro nao existe), imagem
      * restaurada como posterior (brancos na exclusao), programa,
      * execucao (data e hora de inicio), sequencia e momento da
      * gravacao. WK-JMS-GRAVADO diz se o mestre pode ser alterado.
      *-----------------------------------------------------------------
       2990-GRAVAR-JORNAL SECTION.
           MOVE 'N' TO WK-JMS-GRAVADO.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               ACCEPT WK-JMS-DATA FROM DATE YYYYMMDD
               ACCEPT WK-JMS-HORA FROM TIME
               ADD 1 TO WK-JMS-SEQ
               MOVE WK-JMS-DATA TO JMS-DATA
               MOVE WK-JMS-HORA (1:6) TO JMS-HORA
               MOVE 'CBLZMW23' TO JMS-PROG
               MOVE WK-DATA-SYS-NUM TO JMS-EXEC-DATA
               MOVE WK-HORA-SYS TO JMS-EXEC-HORA
               MOVE WK-JMS-SEQ TO JMS-SEQ
               MOVE WK-JMS-OPER TO JMS-OPER
               MOVE WK-GRP-CNPJ TO JMS-CNPJ
               MOVE WK-JMS-ANTES TO JMS-ANTES
               IF WK-JMS-OPER EQUAL 'E'
                   MOVE SPACES TO JMS-DEPOIS
               ELSE
                   MOVE FL-MESTRE-ARQ TO JMS-DEPOIS
               END-IF
               WRITE FL-JORNAL-ARQ
               IF WK-STATUS-J EQUAL ZEROS
                   MOVE 'S' TO WK-JMS-GRAVADO
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO NO JORNAL DO MESTRE '
                       WK-STATUS-J ' CNPJ ' WK-GRP-CNPJ
               END-IF
           END-IF.

       2990-GRAVAR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - imprime os totais da reversao, fecha os arquivos e
      * encerra com o codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'LANCAMENTOS DO JORNAL DESFEITOS' TO WK-RES-DESC.
           MOVE WK-QTD-LANCAMENTOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'REGISTROS ALCANCADOS' TO WK-RES-DESC.
           MOVE WK-QTD-REGISTROS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'REGISTROS REGRAVADOS' TO WK-RES-DESC.
           MOVE WK-QTD-REGRAVADOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'REGISTROS REINCLUIDOS' TO WK-RES-DESC.
           MOVE WK-QTD-REINCLUIDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'REGISTROS EXCLUIDOS' TO WK-RES-DESC.
           MOVE WK-QTD-EXCLUIDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'REGISTROS SEM ALTERACAO' TO WK-RES-DESC.
           MOVE WK-QTD-SEM-ALTERAR TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'REGISTROS NAO RESTAURADOS' TO WK-RES-DESC.
           MOVE WK-QTD-NAO-RESTAURADOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RESTAURADOS DIVERGENTES DO JORNAL (*)' TO WK-RES-DESC.
           MOVE WK-QTD-DIVERGENTES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           CLOSE JORNAL-ORD.

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

           IF WK-EVT-DISPONIVEL EQUAL 'S'
               CLOSE EVENTOS
           END-IF.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           DISPLAY 'LANCAMENTOS DESFEITOS..: ' WK-QTD-LANCAMENTOS.
           DISPLAY 'REGISTROS ALCANCADOS...: ' WK-QTD-REGISTROS.
           DISPLAY 'NAO RESTAURADOS........: ' WK-QTD-NAO-RESTAURADOS.

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

       END PROGRAM CBLZMW23.
