       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW22.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Conferencia noturna de integridade entre os arquivos
      *          que varios programas atualizam de forma independente:
      *          cadastro mestre (Mestre.dat), acordos de
      *          parcelamento (Acordos.dat), cadastro de
      *          identificacao (Cadastro.dat) e o status da
      *          negativacao no bureau gravado no mestre. Cada regra
      *          e conferida em um bloco proprio do relatorio de
      *          excecoes (Integridade.txt), com o total da regra, e
      *          o resumo final traz a contagem de todas:
      *            1 acordo ativo (A) com MST-SITU diferente de 05
      *              NEGOCIADO;
      *            2 devedor negativado confirmado (MST-NEGATIVADO S)
      *              fora da situacao 04 JURIDICO;
      *            3 inclusao (P) ou exclusao (E) enviada ao bureau
      *              sem confirmacao ha mais dias que o limite da 1a
      *              linha de CBLZMW22.PARM (default 14) desde
      *              MST-DATA-NEG;
      *            4 CNPJ do mestre sem registro no Cadastro.dat;
      *            5 acordo em aberto (P ou A) de CNPJ fora do
      *              mestre.
      *          Qualquer excecao encontrada termina com RC=4, para o
      *          problema ser tratado antes de chegar a assessoria, ao
      *          bureau ou ao devedor.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW22.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT MESTRE ASSIGN TO
           'Mestre.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-CNPJ
           FILE STATUS IS WK-STATUS-M.

       SELECT ACORDOS ASSIGN TO
           'Acordos.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-A.

       SELECT CADASTRO ASSIGN TO
           'Cadastro.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS WK-STATUS-D.

       SELECT RELATORIO ASSIGN TO
           'Integridade.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD MESTRE.

       COPY CBMSTREG.

       FD ACORDOS.

       01 FL-ACORDOS-ARQ PIC X(138).

       FD CADASTRO.

       COPY CBCADREG.

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-A PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registro de acordo (copybook CBACOREG). A tabela em memoria do
      * copybook nao e usada: os acordos sao lidos em sequencia.
      *-----------------------------------------------------------------
       COPY CBACOREG.

       01 WK-FIM-ACORDOS PIC X(01) VALUE 'N'.
       01 WK-FIM-MESTRE  PIC X(01) VALUE 'N'.

       01 WK-CADASTRO-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Limite em dias para a confirmacao do bureau (1a linha de
      * CBLZMW22.PARM, ate 3 digitos sem zeros a esquerda). Linha
      * ausente ou invalida mantem o default.
      *-----------------------------------------------------------------
       01 WK-LIMITE-BUREAU PIC 9(03) VALUE 014.
       01 WK-QTD-TAM       PIC 9(03) VALUE ZEROS.

       01 WK-SERIAL-HOJE PIC 9(09) VALUE ZEROS.
       01 WK-DIAS-PENDENTE PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Regras conferidas: titulo do bloco no relatorio e quantidade
      * de excecoes de cada uma. WK-REGRA e a regra em conferencia.
      *-----------------------------------------------------------------
       01 WK-TAB-REGRAS-DADOS.
           02 FILLER PIC X(60) VALUE
              'REGRA 1 - ACORDO ATIVO COM SITUACAO DIFERENTE DE 05'.
           02 FILLER PIC X(60) VALUE
              'REGRA 2 - NEGATIVADO (S) FORA DA SITUACAO 04 JURIDICO'.
           02 FILLER PIC X(60) VALUE
              'REGRA 3 - MOVIMENTO NO BUREAU (P/E) SEM CONFIRMACAO'.
           02 FILLER PIC X(60) VALUE
              'REGRA 4 - CNPJ DO MESTRE SEM CADASTRO'.
           02 FILLER PIC X(60) VALUE
              'REGRA 5 - ACORDO EM ABERTO DE CNPJ FORA DO MESTRE'.
       01 WK-TAB-REGRAS REDEFINES WK-TAB-REGRAS-DADOS.
           02 WK-REG-TITULO PIC X(60) OCCURS 5 TIMES.

       01 WK-TAB-CONTAGEM.
           02 WK-REG-QTD PIC 9(09) OCCURS 5 TIMES.

       01 WK-REGRA         PIC 9(01) VALUE ZEROS.
       01 WK-QTD-EXCECOES  PIC 9(09) VALUE ZEROS.

       01 WK-CONTADORES.
           02 WK-QTD-MESTRE  PIC 9(09) VALUE ZEROS.
           02 WK-QTD-ACORDOS PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Texto da excecao corrente e campos numericos editados para
      * monta-lo.
      *-----------------------------------------------------------------
       01 WK-DETALHE PIC X(60) VALUE SPACES.
       01 WK-ED-DIAS PIC ZZZZZZZZ9.
       01 WK-ED-PARC PIC 99.
       01 WK-ED-QTDP PIC 99.

      *-----------------------------------------------------------------
      * Data (AAAAMMDD) editada na linha da excecao.
      *-----------------------------------------------------------------
       01 WK-DATA-EXC PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WK-DATA-EXC.
           02 WK-DEX-ANO PIC 9(04).
           02 WK-DEX-MES PIC 9(02).
           02 WK-DEX-DIA PIC 9(02).

      *-----------------------------------------------------------------
      * Dia serial (dias corridos desde uma origem fixa, calendario
      * gregoriano) da data em WK-CDS-DATA.
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
      * Codigo de retorno da execucao: 0 nenhuma excecao, 4 excecao
      * encontrada ou regra nao conferida (arquivo indisponivel), 8
      * erro (mestre ou relatorio indisponivel).
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW22'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(40) VALUE
               'EXCECOES DE INTEGRIDADE DOS ARQUIVOS'.

       01 WK-LINDIT01.
           02 WK-LINDIT01-CNPJ PIC X(20) VALUE 'CNPJ'.
           02 WK-LINDIT01-SITU PIC X(05) VALUE 'SIT'.
           02 WK-LINDIT01-NEGA PIC X(04) VALUE 'NEG'.
           02 WK-LINDIT01-DATA PIC X(12) VALUE 'DATA'.
           02 WK-LINDIT01-VALO PIC X(18) VALUE '           VALOR'.
           02 WK-LINDIT01-DETA PIC X(60) VALUE 'EXCECAO'.

       01 WK-LINTIT.
           02 WK-LINTIT-DESC PIC X(60) VALUE SPACES.

       01 WK-LINDET.
           02 WK-DET-CNPJ PIC X(18) VALUE SPACES.
           02 WK-DET-SP01 PIC X(02) VALUE SPACES.
           02 WK-DET-SITU PIC X(02) VALUE SPACES.
           02 WK-DET-SP02 PIC X(03) VALUE SPACES.
           02 WK-DET-NEGA PIC X(01) VALUE SPACES.
           02 WK-DET-SP03 PIC X(03) VALUE SPACES.
           02 WK-DET-DATA.
               03 WK-DET-DIA  PIC 9(02).
               03 FILLER      PIC X(01) VALUE '/'.
               03 WK-DET-MES  PIC 9(02).
               03 FILLER      PIC X(01) VALUE '/'.
               03 WK-DET-ANO  PIC 9(04).
           02 WK-DET-SP04 PIC X(02) VALUE SPACES.
           02 WK-DET-VALO PIC Z(12)9.99.
           02 WK-DET-SP05 PIC X(02) VALUE SPACES.
           02 WK-DET-DETA PIC X(60) VALUE SPACES.

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
      * INICIALIZAR - le o limite do bureau e abre o mestre, o
      * cadastro e o relatorio.
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

           MOVE ZEROS TO WK-TAB-CONTAGEM.

           PERFORM 1050-LER-PARAMETROS.

           MOVE WK-DATA-SYS TO WK-CDS-DATA.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-HOJE.

           OPEN INPUT MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
                   ' MESTRE'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CADASTRO.
           IF WK-STATUS-D NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-D
                   ' CADASTRO'
               MOVE 'N' TO WK-CADASTRO-OK
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
               CLOSE MESTRE
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - le o limite em dias para a confirmacao do
      * bureau da 1a linha de CBLZMW22.PARM (ate 3 digitos, sem zeros
      * a esquerda). Arquivo ou linha ausente mantem o default.
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
                       AND WK-QTD-TAM NOT GREATER 3
                       AND FL-CONTROLE-ARQ (1:WK-QTD-TAM) NUMERIC
                       MOVE ZEROS TO WK-LIMITE-BUREAU
                       MOVE FL-CONTROLE-ARQ (1:WK-QTD-TAM)
                           TO WK-LIMITE-BUREAU
                              (4 - WK-QTD-TAM:WK-QTD-TAM)
                   ELSE
                       DISPLAY 'ALERTA: LIMITE INVALIDO EM '
                           'CBLZMW22.PARM - USANDO DEFAULT'
                   END-IF
               END-IF
               CLOSE CONTROLE
           END-IF.

           DISPLAY 'LIMITE DO BUREAU EM DIAS: ' WK-LIMITE-BUREAU.

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
      * PROCESSAR - confere as regras uma a uma, cada uma num bloco
      * do relatorio: as regras de acordo percorrem Acordos.dat e as
      * regras do mestre percorrem Mestre.dat em ordem de chave.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           MOVE 1 TO WK-REGRA.
           PERFORM 2050-INICIAR-BLOCO.
           PERFORM 2100-PERCORRER-ACORDOS.
           PERFORM 2060-FECHAR-BLOCO.

           MOVE 2 TO WK-REGRA.
           PERFORM 2050-INICIAR-BLOCO.
           PERFORM 2300-PERCORRER-MESTRE.
           PERFORM 2060-FECHAR-BLOCO.

           MOVE 3 TO WK-REGRA.
           PERFORM 2050-INICIAR-BLOCO.
           PERFORM 2300-PERCORRER-MESTRE.
           PERFORM 2060-FECHAR-BLOCO.

           MOVE 4 TO WK-REGRA.
           PERFORM 2050-INICIAR-BLOCO.
           IF WK-CADASTRO-OK EQUAL 'S'
               PERFORM 2300-PERCORRER-MESTRE
           ELSE
               MOVE 'CADASTRO.DAT INDISPONIVEL - REGRA NAO CONFERIDA'
                   TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.
           PERFORM 2060-FECHAR-BLOCO.

           MOVE 5 TO WK-REGRA.
           PERFORM 2050-INICIAR-BLOCO.
           PERFORM 2100-PERCORRER-ACORDOS.
           PERFORM 2060-FECHAR-BLOCO.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * INICIAR-BLOCO / FECHAR-BLOCO - titulo da regra em conferencia
      * e, no fim, o total de excecoes dela.
      *-----------------------------------------------------------------
       2050-INICIAR-BLOCO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-REG-TITULO (WK-REGRA) TO WK-LINTIT-DESC.
           MOVE WK-LINTIT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2050-INICIAR-BLOCO-FIM.
           EXIT.

       2060-FECHAR-BLOCO SECTION.
           MOVE 'TOTAL DE EXCECOES DA REGRA' TO WK-RES-DESC.
           MOVE WK-REG-QTD (WK-REGRA) TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2060-FECHAR-BLOCO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PERCORRER-ACORDOS - le Acordos.dat do inicio e confere cada
      * acordo na regra corrente. Arquivo inexistente e nenhum acordo
      * a conferir; erro de abertura deixa a regra nao conferida
      * (RC=4).
      *-----------------------------------------------------------------
       2100-PERCORRER-ACORDOS SECTION.
           MOVE 'N' TO WK-FIM-ACORDOS.
           MOVE ZEROS TO WK-QTD-ACORDOS.

           OPEN INPUT ACORDOS.
           IF WK-STATUS-A EQUAL ZEROS
               PERFORM 2110-LER-ACORDO
                   UNTIL WK-FIM-ACORDOS EQUAL 'S'
               CLOSE ACORDOS
           ELSE
               IF WK-STATUS-A EQUAL 35
                   MOVE 'ACORDOS.DAT INEXISTENTE - NADA A CONFERIR'
                       TO FL-RELATORIO-ARQ
                   PERFORM 2700-ESCREVER-LINHA-RELATORIO
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-A
                       ' ACORDOS'
                   MOVE 'ACORDOS.DAT INDISPONIVEL - REGRA NAO CONFERIDA'
                       TO FL-RELATORIO-ARQ
                   PERFORM 2700-ESCREVER-LINHA-RELATORIO
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2100-PERCORRER-ACORDOS-FIM.
           EXIT.

       2110-LER-ACORDO SECTION.
           READ ACORDOS INTO WK-REG-ACORDO.
           IF WK-STATUS-A EQUAL 10
               MOVE 'S' TO WK-FIM-ACORDOS
           ELSE
               IF WK-STATUS-A NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-A
                       ' ACORDOS'
                   MOVE 'S' TO WK-FIM-ACORDOS
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-ACORDOS
                   IF WK-REGRA EQUAL 1
                       PERFORM 2150-REGRA-ACORDO-ATIVO
                   ELSE
                       PERFORM 2160-REGRA-ACORDO-SEM-MESTRE
                   END-IF
               END-IF
           END-IF.

       2110-LER-ACORDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRA-ACORDO-ATIVO - acordo ativo cujo devedor esta no mestre
      * em situacao diferente de 05 NEGOCIADO. Devedor fora do mestre
      * e tratado pela regra 5.
      *-----------------------------------------------------------------
       2150-REGRA-ACORDO-ATIVO SECTION.
           IF ACO-STATUS EQUAL 'A'
               MOVE ACO-CNPJ TO MST-CNPJ
               READ MESTRE
               IF WK-STATUS-M EQUAL ZEROS
                   IF MST-SITU NOT EQUAL 05
                       PERFORM 2170-MONTAR-DETALHE-ACORDO
                       PERFORM 2600-GRAVAR-EXCECAO
                   END-IF
               ELSE
                   IF WK-STATUS-M NOT EQUAL 23
                       DISPLAY 'ERRO DE LEITURA DE ARQUIVO '
                           WK-STATUS-M ' MESTRE'
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   END-IF
               END-IF
           END-IF.

       2150-REGRA-ACORDO-ATIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRA-ACORDO-SEM-MESTRE - acordo pendente de plano ou ativo de
      * CNPJ que nao esta no mestre. Acordos encerrados (cumpridos ou
      * quebrados) ficam no arquivo como historico e nao entram.
      *-----------------------------------------------------------------
       2160-REGRA-ACORDO-SEM-MESTRE SECTION.
           IF ACO-STATUS EQUAL 'A' OR ACO-STATUS EQUAL 'P'
               MOVE ACO-CNPJ TO MST-CNPJ
               READ MESTRE
               IF WK-STATUS-M EQUAL 23
                   MOVE ZEROS TO MST-SITU
                                 MST-VALO
                   MOVE SPACES TO MST-NEGATIVADO
                   PERFORM 2170-MONTAR-DETALHE-ACORDO
                   PERFORM 2600-GRAVAR-EXCECAO
               ELSE
                   IF WK-STATUS-M NOT EQUAL ZEROS
                       DISPLAY 'ERRO DE LEITURA DE ARQUIVO '
                           WK-STATUS-M ' MESTRE'
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   END-IF
               END-IF
           END-IF.

       2160-REGRA-ACORDO-SEM-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MONTAR-DETALHE-ACORDO - data do acordo e texto com o status e
      * as parcelas pagas, para a linha da excecao.
      *-----------------------------------------------------------------
       2170-MONTAR-DETALHE-ACORDO SECTION.
           MOVE ACO-CNPJ TO WK-CNPJ-NUM.
           MOVE ACO-DATA TO WK-DATA-EXC.
           MOVE ACO-PARC-PAGAS TO WK-ED-PARC.
           MOVE ACO-QTD-PARC TO WK-ED-QTDP.

           MOVE SPACES TO WK-DETALHE.
           STRING 'ACORDO STATUS ' DELIMITED BY SIZE
                  ACO-STATUS DELIMITED BY SIZE
                  ' - PARCELAS PAGAS ' DELIMITED BY SIZE
                  WK-ED-PARC DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WK-ED-QTDP DELIMITED BY SIZE
                  INTO WK-DETALHE.

       2170-MONTAR-DETALHE-ACORDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PERCORRER-MESTRE - posiciona o mestre na menor chave e confere
      * cada devedor na regra corrente.
      *-----------------------------------------------------------------
       2300-PERCORRER-MESTRE SECTION.
           MOVE 'N' TO WK-FIM-MESTRE.
           MOVE ZEROS TO WK-QTD-MESTRE.

           MOVE ZEROS TO MST-CNPJ.
           START MESTRE KEY NOT LESS MST-CNPJ.
           IF WK-STATUS-M NOT EQUAL ZEROS
               IF WK-STATUS-M NOT EQUAL 23
                   DISPLAY 'ERRO DE POSICIONAMENTO NO MESTRE '
                       WK-STATUS-M
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
               MOVE 'S' TO WK-FIM-MESTRE
           END-IF.

           PERFORM 2310-LER-MESTRE
               UNTIL WK-FIM-MESTRE EQUAL 'S'.

       2300-PERCORRER-MESTRE-FIM.
           EXIT.

       2310-LER-MESTRE SECTION.
           READ MESTRE NEXT RECORD.

           IF WK-STATUS-M EQUAL 10
               MOVE 'S' TO WK-FIM-MESTRE
           ELSE
               IF WK-STATUS-M NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-M
                       ' MESTRE'
                   MOVE 'S' TO WK-FIM-MESTRE
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-MESTRE
                   MOVE MST-CNPJ TO WK-CNPJ-NUM
                   MOVE MST-DATA-NEG TO WK-DATA-EXC
                   IF WK-REGRA EQUAL 2
                       PERFORM 2350-REGRA-NEGATIVADO
                   ELSE
                       IF WK-REGRA EQUAL 3
                           PERFORM 2360-REGRA-BUREAU-PENDENTE
                       ELSE
                           PERFORM 2370-REGRA-SEM-CADASTRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2310-LER-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRA-NEGATIVADO - negativacao confirmada de devedor que nao
      * esta mais em 04 JURIDICO.
      *-----------------------------------------------------------------
       2350-REGRA-NEGATIVADO SECTION.
           IF MST-NEGATIVADO EQUAL 'S'
               AND MST-SITU NOT EQUAL 04
               MOVE 'NEGATIVADO NO BUREAU FORA DO JURIDICO'
                   TO WK-DETALHE
               PERFORM 2600-GRAVAR-EXCECAO
           END-IF.

       2350-REGRA-NEGATIVADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRA-BUREAU-PENDENTE - inclusao ou exclusao enviada ao bureau
      * sem confirmacao alem do limite de dias desde MST-DATA-NEG.
      * Movimento pendente sem data valida tambem e excecao.
      *-----------------------------------------------------------------
       2360-REGRA-BUREAU-PENDENTE SECTION.
           IF MST-NEGATIVADO EQUAL 'P' OR MST-NEGATIVADO EQUAL 'E'
               IF MST-DATA-NEG NOT GREATER ZEROS
                   OR WK-DEX-MES LESS 01 OR WK-DEX-MES GREATER 12
                   OR WK-DEX-DIA LESS 01 OR WK-DEX-DIA GREATER 31
                   MOVE 'PENDENTE NO BUREAU SEM DATA DO MOVIMENTO'
                       TO WK-DETALHE
                   PERFORM 2600-GRAVAR-EXCECAO
               ELSE
                   MOVE MST-DATA-NEG TO WK-CDS-DATA
                   PERFORM 2545-CALCULAR-DIA-SERIAL
                   MOVE ZEROS TO WK-DIAS-PENDENTE
                   IF WK-SERIAL-HOJE GREATER WK-CDS-SERIAL
                       COMPUTE WK-DIAS-PENDENTE =
                           WK-SERIAL-HOJE - WK-CDS-SERIAL
                   END-IF
                   IF WK-DIAS-PENDENTE GREATER WK-LIMITE-BUREAU
                       MOVE WK-DIAS-PENDENTE TO WK-ED-DIAS
                       MOVE SPACES TO WK-DETALHE
                       IF MST-NEGATIVADO EQUAL 'P'
                           STRING 'INCLUSAO SEM CONFIRMACAO HA '
                                  DELIMITED BY SIZE
                                  WK-ED-DIAS DELIMITED BY SIZE
                                  ' DIAS' DELIMITED BY SIZE
                                  INTO WK-DETALHE
                       ELSE
                           STRING 'EXCLUSAO SEM CONFIRMACAO HA '
                                  DELIMITED BY SIZE
                                  WK-ED-DIAS DELIMITED BY SIZE
                                  ' DIAS' DELIMITED BY SIZE
                                  INTO WK-DETALHE
                       END-IF
                       PERFORM 2600-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

       2360-REGRA-BUREAU-PENDENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRA-SEM-CADASTRO - CNPJ do mestre sem registro de
      * identificacao no Cadastro.dat.
      *-----------------------------------------------------------------
       2370-REGRA-SEM-CADASTRO SECTION.
           MOVE MST-CNPJ TO CAD-CNPJ.
           READ CADASTRO.
           IF WK-STATUS-D EQUAL 23
               MOVE 'SEM REGISTRO NO CADASTRO.DAT' TO WK-DETALHE
               PERFORM 2600-GRAVAR-EXCECAO
           ELSE
               IF WK-STATUS-D NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-D
                       ' CADASTRO'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2370-REGRA-SEM-CADASTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-DIA-SERIAL - converte WK-CDS-DATA (AAAAMMDD) no numero
      * de dias corridos desde uma origem fixa, para diferenca de
      * datas em dias.
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
      * GRAVAR-EXCECAO - imprime a linha da excecao (CNPJ em
      * WK-CNPJ-NUM, data em WK-DATA-EXC, situacao, flag de
      * negativacao e valor do mestre, texto em WK-DETALHE) e conta na
      * regra corrente.
      *-----------------------------------------------------------------
       2600-GRAVAR-EXCECAO SECTION.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.
           MOVE WK-CNPJ-EDIT TO WK-DET-CNPJ.

           IF WK-REGRA EQUAL 5
               MOVE '--' TO WK-DET-SITU
               MOVE '-' TO WK-DET-NEGA
           ELSE
               MOVE MST-SITU TO WK-DET-SITU
               MOVE MST-NEGATIVADO TO WK-DET-NEGA
           END-IF.

           MOVE WK-DEX-DIA TO WK-DET-DIA.
           MOVE WK-DEX-MES TO WK-DET-MES.
           MOVE WK-DEX-ANO TO WK-DET-ANO.
           MOVE MST-VALO TO WK-DET-VALO.
           MOVE WK-DETALHE TO WK-DET-DETA.

           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           ADD 1 TO WK-REG-QTD (WK-REGRA).
           ADD 1 TO WK-QTD-EXCECOES.

           MOVE 4 TO WK-RC-NOVO.
           PERFORM 9100-REGISTRAR-SEVERIDADE.

       2600-GRAVAR-EXCECAO-FIM.
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
      * FINALIZAR - imprime o resumo com a contagem de cada regra,
      * fecha os arquivos e encerra com o codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RESUMO DA CONFERENCIA' TO WK-LINTIT-DESC.
           MOVE WK-LINTIT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           PERFORM 3100-IMPRIMIR-CONTAGEM
               VARYING WK-REGRA FROM 1 BY 1
               UNTIL WK-REGRA GREATER 5.

           MOVE 'TOTAL DE EXCECOES' TO WK-RES-DESC.
           MOVE WK-QTD-EXCECOES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES NO MESTRE' TO WK-RES-DESC.
           MOVE WK-QTD-MESTRE TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'ACORDOS NO ARQUIVO' TO WK-RES-DESC.
           MOVE WK-QTD-ACORDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           CLOSE MESTRE.
           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           DISPLAY 'DEVEDORES NO MESTRE...: ' WK-QTD-MESTRE.
           DISPLAY 'ACORDOS NO ARQUIVO....: ' WK-QTD-ACORDOS.
           DISPLAY 'EXCECOES ENCONTRADAS..: ' WK-QTD-EXCECOES.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

       3100-IMPRIMIR-CONTAGEM SECTION.
           MOVE WK-REG-TITULO (WK-REGRA) TO WK-RES-DESC.
           MOVE WK-REG-QTD (WK-REGRA) TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3100-IMPRIMIR-CONTAGEM-FIM.
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

       END PROGRAM CBLZMW22.
