       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW24.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Relatorio mensal do log de manutencao (Manutencao.log,
      *          copybook CBLOGREG) para o fechamento do mes: cada
      *          lancamento do periodo - entrada e entrada recusada do
      *          operador, acao negada e cada alteracao feita pelos
      *          programas de manutencao via console (CBLZMW05,
      *          CBLZMW10, CBLZMW13, CBLZMW17 e CBLZMW27) com o
      *          registro antes e depois - em ordem de gravacao,
      *          seguido do resumo por tipo de lancamento e por
      *          operador. O periodo (AAAAMM)
      *          vem da 1a linha de CBLZMW24.PARM (default mes
      *          anterior). Regravacao que falhou no periodo (tipo RF,
      *          alteracoes da sessao perdidas) termina com RC=4, para
      *          a conferencia antes da assinatura do fechamento.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Tipo CT (contato de cobranca, CBLZMW27)
      *                        no resumo por tipo de lancamento.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW24.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT LOGMANUT ASSIGN TO
           'Manutencao.log'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-L.

       SELECT RELATORIO ASSIGN TO
           'Manutencao.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD LOGMANUT.

       COPY CBLOGREG.

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-L PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Periodo do relatorio (AAAAMM).
      *-----------------------------------------------------------------
       01 WK-PERIODO-ALFA PIC X(06) VALUE SPACES.
       01 WK-PERIODO REDEFINES WK-PERIODO-ALFA.
           02 WK-PER-ANO PIC 9(04).
           02 WK-PER-MES PIC 9(02).

       01 WK-PERIODO-NUM REDEFINES WK-PERIODO-ALFA PIC 9(06).

       01 WK-FIM-LOG PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Descricao de cada tipo de lancamento do log (copybook
      * CBLOGREG) e a quantidade no periodo. Tipo fora da tabela sai
      * com a descricao em branco.
      *-----------------------------------------------------------------
       01 WK-TAB-TIPOS-DADOS.
           02 FILLER PIC X(26) VALUE 'ENENTRADA DO OPERADOR'.
           02 FILLER PIC X(26) VALUE 'ERENTRADA RECUSADA'.
           02 FILLER PIC X(26) VALUE 'ANACAO NEGADA'.
           02 FILLER PIC X(26) VALUE 'ININCLUSAO'.
           02 FILLER PIC X(26) VALUE 'EXEXPIRACAO'.
           02 FILLER PIC X(26) VALUE 'PLPLANO DE ACORDO'.
           02 FILLER PIC X(26) VALUE 'LBLIBERACAO REPROCESSAM.'.
           02 FILLER PIC X(26) VALUE 'CTCONTATO DE COBRANCA'.
           02 FILLER PIC X(26) VALUE 'RFREGRAVACAO FALHOU'.
       01 WK-TAB-TIPOS REDEFINES WK-TAB-TIPOS-DADOS.
           02 WK-TIP-ENT OCCURS 9 TIMES INDEXED BY WK-TIP-IDX.
               03 WK-TIP-COD  PIC X(02).
               03 WK-TIP-DESC PIC X(24).

       01 WK-TAB-TIPOS-QTD.
           02 WK-TIP-QTD PIC 9(07) OCCURS 9 TIMES.

       01 WK-TIP-ACHOU PIC X(01) VALUE 'N'.
       01 WK-TIP-POS   PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Resumo por operador: entradas, entradas recusadas, acoes
      * negadas e alteracoes no periodo.
      *-----------------------------------------------------------------
       01 WK-TAB-OPERADORES.
           02 WK-OPR-QTD PIC 9(03) VALUE ZEROS.
           02 WK-OPR-ENT OCCURS 100 TIMES.
               03 WK-OPR-ID          PIC X(08).
               03 WK-OPR-ENTRADAS    PIC 9(07).
               03 WK-OPR-RECUSADAS   PIC 9(07).
               03 WK-OPR-NEGADAS     PIC 9(07).
               03 WK-OPR-ALTERACOES  PIC 9(07).

       01 WK-OPR-IDX    PIC 9(03) VALUE ZEROS.
       01 WK-OPR-ACHOU  PIC X(01) VALUE 'N'.
       01 WK-OPR-POS    PIC 9(03) VALUE ZEROS.

       01 WK-CONTADORES.
           02 WK-QTD-LIDOS       PIC 9(09) VALUE ZEROS.
           02 WK-QTD-PERIODO     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-ALTERACOES  PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Data (AAAAMMDD) e hora (HHMMSS) do lancamento, decompostas
      * para a edicao no relatorio.
      *-----------------------------------------------------------------
       01 WK-DATA-LOG PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WK-DATA-LOG.
           02 WK-DLG-ANO PIC 9(04).
           02 WK-DLG-MES PIC 9(02).
           02 WK-DLG-DIA PIC 9(02).

       01 WK-HORA-LOG PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WK-HORA-LOG.
           02 WK-HLG-HOR PIC 9(02).
           02 WK-HLG-MIN PIC 9(02).
           02 WK-HLG-SEG PIC 9(02).

      *-----------------------------------------------------------------
      * Codigo de retorno da execucao: 0 normal, 4 regravacao falhou
      * no periodo, 8 erro de arquivo.
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW24'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(32) VALUE
               'LOG DE MANUTENCAO DO MES - MES: '.
           02 WK-CABEC02-MES  PIC 9(02) VALUE ZEROS.
           02 WK-CABEC02-BAR  PIC X(01) VALUE '/'.
           02 WK-CABEC02-ANO  PIC 9(04) VALUE ZEROS.

       01 WK-LINDIT01.
           02 WK-LINDIT01-DATA PIC X(12) VALUE 'DATA'.
           02 WK-LINDIT01-HORA PIC X(10) VALUE 'HORA'.
           02 WK-LINDIT01-OPER PIC X(10) VALUE 'OPERADOR'.
           02 WK-LINDIT01-PROG PIC X(10) VALUE 'PROGRAMA'.
           02 WK-LINDIT01-TIPO PIC X(29) VALUE 'LANCAMENTO'.
           02 WK-LINDIT01-CHAV PIC X(14) VALUE 'CHAVE'.

       01 WK-LINDET.
           02 WK-DET-DIA  PIC 9(02).
           02 FILLER      PIC X(01) VALUE '/'.
           02 WK-DET-MES  PIC 9(02).
           02 FILLER      PIC X(01) VALUE '/'.
           02 WK-DET-ANO  PIC 9(04).
           02 WK-DET-SP01 PIC X(02) VALUE SPACES.
           02 WK-DET-HOR  PIC 9(02).
           02 FILLER      PIC X(01) VALUE ':'.
           02 WK-DET-MIN  PIC 9(02).
           02 FILLER      PIC X(01) VALUE ':'.
           02 WK-DET-SEG  PIC 9(02).
           02 WK-DET-SP02 PIC X(02) VALUE SPACES.
           02 WK-DET-OPER PIC X(08) VALUE SPACES.
           02 WK-DET-SP03 PIC X(02) VALUE SPACES.
           02 WK-DET-PROG PIC X(08) VALUE SPACES.
           02 WK-DET-SP04 PIC X(02) VALUE SPACES.
           02 WK-DET-TIPO PIC X(02) VALUE SPACES.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-DESC PIC X(24) VALUE SPACES.
           02 WK-DET-SP06 PIC X(02) VALUE SPACES.
           02 WK-DET-CHAV PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
      * Linha do registro antes/depois: as primeiras 100 posicoes e,
      * se houver, as 40 restantes na linha seguinte.
      *-----------------------------------------------------------------
       01 WK-LINIMG.
           02 WK-IMG-SP01 PIC X(04) VALUE SPACES.
           02 WK-IMG-ROT  PIC X(08) VALUE SPACES.
           02 WK-IMG-CONT PIC X(100) VALUE SPACES.

       01 WK-IMAGEM PIC X(140) VALUE SPACES.

       01 WK-LINTIT.
           02 WK-TIT-DESC PIC X(60) VALUE SPACES.

       01 WK-LINOPR.
           02 WK-LOP-ID   PIC X(10) VALUE SPACES.
           02 WK-LOP-L1   PIC X(10) VALUE 'ENTRADAS: '.
           02 WK-LOP-ENT  PIC ZZZZZZ9.
           02 WK-LOP-L2   PIC X(13) VALUE '  RECUSADAS: '.
           02 WK-LOP-REC  PIC ZZZZZZ9.
           02 WK-LOP-L3   PIC X(11) VALUE '  NEGADAS: '.
           02 WK-LOP-NEG  PIC ZZZZZZ9.
           02 WK-LOP-L4   PIC X(15) VALUE '  ALTERACOES: '.
           02 WK-LOP-ALT  PIC ZZZZZZ9.

       01 WK-LINRES.
           02 WK-RES-DESC PIC X(60) VALUE SPACES.
           02 WK-RES-QTD  PIC ZZZZZZZZ9.

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

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE ZEROS.
           02 WK-MINUTE-SYS PIC 9(02) VALUE ZEROS.
           02 WK-SECOND-SYS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - define o periodo, abre o log e o relatorio e
      * imprime o cabecalho. Log inexistente gera o relatorio vazio.
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

           MOVE WK-PER-MES TO WK-CABEC02-MES.
           MOVE WK-PER-ANO TO WK-CABEC02-ANO.

           MOVE ZEROS TO WK-TAB-TIPOS-QTD.
           MOVE ZEROS TO WK-OPR-QTD.

           OPEN INPUT LOGMANUT.
           IF WK-STATUS-L EQUAL 35
               DISPLAY 'Manutencao.log INEXISTENTE - NENHUM LANCAMENTO'
               MOVE 'S' TO WK-FIM-LOG
           ELSE
               IF WK-STATUS-L NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-L
                       ' MANUTENCAO.LOG'
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
                   MOVE WK-RC-FINAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
               IF WK-STATUS-L EQUAL ZEROS
                   CLOSE LOGMANUT
               END-IF
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - periodo da 1a linha de CBLZMW24.PARM
      * (AAAAMM); ausente ou invalido usa o mes anterior.
      *-----------------------------------------------------------------
       1050-LER-PARAMETROS SECTION.
           IF WK-MONTH-SYS EQUAL 01
               COMPUTE WK-PER-ANO = WK-YEAR-SYS - 1
               MOVE 12 TO WK-PER-MES
           ELSE
               MOVE WK-YEAR-SYS TO WK-PER-ANO
               COMPUTE WK-PER-MES = WK-MONTH-SYS - 1
           END-IF.

           OPEN INPUT CONTROLE.
           IF WK-STATUS-P EQUAL ZEROS
               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   IF FL-CONTROLE-ARQ (1:6) NUMERIC
                       AND FL-CONTROLE-ARQ (5:2) NOT LESS '01'
                       AND FL-CONTROLE-ARQ (5:2) NOT GREATER '12'
                       MOVE FL-CONTROLE-ARQ (1:6) TO WK-PERIODO-ALFA
                   ELSE
                       DISPLAY 'ALERTA: PERIODO INVALIDO EM '
                           'CBLZMW24.PARM - USANDO MES ANTERIOR'
                   END-IF
               END-IF

               CLOSE CONTROLE
           END-IF.

       1050-LER-PARAMETROS-FIM.
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
      * PROCESSAR - le o log inteiro e imprime os lancamentos do
      * periodo, acumulando o resumo por tipo e por operador.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           PERFORM 2100-LER-LOG
               UNTIL WK-FIM-LOG EQUAL 'S'.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-LER-LOG SECTION.
           READ LOGMANUT.

           IF WK-STATUS-L EQUAL 10
               MOVE 'S' TO WK-FIM-LOG
           ELSE
               IF WK-STATUS-L NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-L
                       ' MANUTENCAO.LOG'
                   MOVE 'S' TO WK-FIM-LOG
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-LIDOS
                   IF LOG-DATA (1:6) EQUAL WK-PERIODO-ALFA
                       PERFORM 2200-TRATAR-LANCAMENTO
                   END-IF
               END-IF
           END-IF.

       2100-LER-LOG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRATAR-LANCAMENTO - imprime o lancamento do periodo e o
      * registro antes e depois (quando houver) e acumula o resumo.
      *-----------------------------------------------------------------
       2200-TRATAR-LANCAMENTO SECTION.
           ADD 1 TO WK-QTD-PERIODO.

           PERFORM 2250-TRADUZIR-TIPO.

           MOVE LOG-DATA TO WK-DATA-LOG.
           MOVE LOG-HORA TO WK-HORA-LOG.
           MOVE WK-DLG-DIA TO WK-DET-DIA.
           MOVE WK-DLG-MES TO WK-DET-MES.
           MOVE WK-DLG-ANO TO WK-DET-ANO.
           MOVE WK-HLG-HOR TO WK-DET-HOR.
           MOVE WK-HLG-MIN TO WK-DET-MIN.
           MOVE WK-HLG-SEG TO WK-DET-SEG.
           MOVE LOG-OPERADOR TO WK-DET-OPER.
           MOVE LOG-PROG TO WK-DET-PROG.
           MOVE LOG-TIPO TO WK-DET-TIPO.
           MOVE LOG-CHAVE TO WK-DET-CHAV.

           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           IF LOG-ANTES NOT EQUAL SPACES
               MOVE 'ANTES :' TO WK-IMG-ROT
               MOVE LOG-ANTES TO WK-IMAGEM
               PERFORM 2300-IMPRIMIR-IMAGEM
           END-IF.

           IF LOG-DEPOIS NOT EQUAL SPACES
               MOVE 'DEPOIS:' TO WK-IMG-ROT
               MOVE LOG-DEPOIS TO WK-IMAGEM
               PERFORM 2300-IMPRIMIR-IMAGEM
           END-IF.

           IF LOG-TIPO EQUAL 'RF'
               DISPLAY 'ALERTA: REGRAVACAO FALHOU EM ' LOG-DATA
                   ' ' LOG-PROG
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           PERFORM 2400-ACUMULAR-OPERADOR.

       2200-TRATAR-LANCAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRADUZIR-TIPO - descricao do tipo do lancamento e contagem do
      * tipo no periodo.
      *-----------------------------------------------------------------
       2250-TRADUZIR-TIPO SECTION.
           MOVE SPACES TO WK-DET-DESC.
           SET WK-TIP-IDX TO 1.
           SEARCH WK-TIP-ENT
               AT END
                   CONTINUE
               WHEN WK-TIP-COD (WK-TIP-IDX) EQUAL LOG-TIPO
                   MOVE WK-TIP-DESC (WK-TIP-IDX) TO WK-DET-DESC
                   SET WK-TIP-POS TO WK-TIP-IDX
                   ADD 1 TO WK-TIP-QTD (WK-TIP-POS)
           END-SEARCH.

       2250-TRADUZIR-TIPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-IMAGEM - imprime o registro antes ou depois em
      * WK-IMAGEM: as 100 primeiras posicoes e, se houver, o restante
      * na linha seguinte.
      *-----------------------------------------------------------------
       2300-IMPRIMIR-IMAGEM SECTION.
           MOVE WK-IMAGEM (1:100) TO WK-IMG-CONT.
           MOVE WK-LINIMG TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           IF WK-IMAGEM (101:40) NOT EQUAL SPACES
               MOVE SPACES TO WK-IMG-ROT
                              WK-IMG-CONT
               MOVE WK-IMAGEM (101:40) TO WK-IMG-CONT
               MOVE WK-LINIMG TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           END-IF.

       2300-IMPRIMIR-IMAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULAR-OPERADOR - soma o lancamento no resumo do operador,
      * incluindo o operador na tabela na primeira ocorrencia.
      *-----------------------------------------------------------------
       2400-ACUMULAR-OPERADOR SECTION.
           MOVE 'N' TO WK-OPR-ACHOU.
           PERFORM 2410-PROCURAR-OPERADOR
               VARYING WK-OPR-IDX FROM 1 BY 1
               UNTIL WK-OPR-IDX GREATER WK-OPR-QTD
                  OR WK-OPR-ACHOU EQUAL 'S'.

           IF WK-OPR-ACHOU NOT EQUAL 'S'
               IF WK-OPR-QTD LESS 100
                   ADD 1 TO WK-OPR-QTD
                   MOVE WK-OPR-QTD TO WK-OPR-POS
                   MOVE LOG-OPERADOR TO WK-OPR-ID (WK-OPR-POS)
                   MOVE ZEROS TO WK-OPR-ENTRADAS (WK-OPR-POS)
                                 WK-OPR-RECUSADAS (WK-OPR-POS)
                                 WK-OPR-NEGADAS (WK-OPR-POS)
                                 WK-OPR-ALTERACOES (WK-OPR-POS)
                   MOVE 'S' TO WK-OPR-ACHOU
               ELSE
                   DISPLAY 'ALERTA: TABELA DE OPERADORES CHEIA - '
                       LOG-OPERADOR ' FORA DO RESUMO'
               END-IF
           END-IF.

           IF WK-OPR-ACHOU EQUAL 'S'
               IF LOG-TIPO EQUAL 'EN'
                   ADD 1 TO WK-OPR-ENTRADAS (WK-OPR-POS)
               ELSE
                   IF LOG-TIPO EQUAL 'ER'
                       ADD 1 TO WK-OPR-RECUSADAS (WK-OPR-POS)
                   ELSE
                       IF LOG-TIPO EQUAL 'AN'
                           ADD 1 TO WK-OPR-NEGADAS (WK-OPR-POS)
                       ELSE
                           IF LOG-TIPO NOT EQUAL 'RF'
                               ADD 1 TO WK-OPR-ALTERACOES (WK-OPR-POS)
                               ADD 1 TO WK-QTD-ALTERACOES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2400-ACUMULAR-OPERADOR-FIM.
           EXIT.

       2410-PROCURAR-OPERADOR SECTION.
           IF WK-OPR-ID (WK-OPR-IDX) EQUAL LOG-OPERADOR
               MOVE 'S' TO WK-OPR-ACHOU
               MOVE WK-OPR-IDX TO WK-OPR-POS
           END-IF.

       2410-PROCURAR-OPERADOR-FIM.
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
      * FINALIZAR - imprime o resumo por tipo de lancamento e por
      * operador, fecha os arquivos e encerra com o codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RESUMO POR TIPO DE LANCAMENTO' TO WK-TIT-DESC.
           MOVE WK-LINTIT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           PERFORM 3100-IMPRIMIR-TIPO
               VARYING WK-TIP-POS FROM 1 BY 1
               UNTIL WK-TIP-POS GREATER 9.

           MOVE 'LANCAMENTOS NO PERIODO' TO WK-RES-DESC.
           MOVE WK-QTD-PERIODO TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'ALTERACOES NO PERIODO' TO WK-RES-DESC.
           MOVE WK-QTD-ALTERACOES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RESUMO POR OPERADOR' TO WK-TIT-DESC.
           MOVE WK-LINTIT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           PERFORM 3200-IMPRIMIR-OPERADOR
               VARYING WK-OPR-IDX FROM 1 BY 1
               UNTIL WK-OPR-IDX GREATER WK-OPR-QTD.

           IF WK-STATUS-L NOT EQUAL 35
               CLOSE LOGMANUT
           END-IF.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           DISPLAY 'LANCAMENTOS LIDOS......: ' WK-QTD-LIDOS.
           DISPLAY 'LANCAMENTOS NO PERIODO.: ' WK-QTD-PERIODO.
           DISPLAY 'ALTERACOES NO PERIODO..: ' WK-QTD-ALTERACOES.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

       3100-IMPRIMIR-TIPO SECTION.
           MOVE SPACES TO WK-RES-DESC.
           STRING WK-TIP-COD (WK-TIP-POS) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WK-TIP-DESC (WK-TIP-POS) DELIMITED BY SIZE
                  INTO WK-RES-DESC.
           MOVE WK-TIP-QTD (WK-TIP-POS) TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3100-IMPRIMIR-TIPO-FIM.
           EXIT.

       3200-IMPRIMIR-OPERADOR SECTION.
           MOVE WK-OPR-ID (WK-OPR-IDX) TO WK-LOP-ID.
           MOVE WK-OPR-ENTRADAS (WK-OPR-IDX) TO WK-LOP-ENT.
           MOVE WK-OPR-RECUSADAS (WK-OPR-IDX) TO WK-LOP-REC.
           MOVE WK-OPR-NEGADAS (WK-OPR-IDX) TO WK-LOP-NEG.
           MOVE WK-OPR-ALTERACOES (WK-OPR-IDX) TO WK-LOP-ALT.
           MOVE WK-LINOPR TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3200-IMPRIMIR-OPERADOR-FIM.
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

       END PROGRAM CBLZMW24.
