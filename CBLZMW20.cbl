       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW20.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Extrato do devedor. Para cada CNPJ informado em
      *          CBLZMW20.PARM (um CNPJ por linha, ate 14 digitos),
      *          imprime em Extrato.txt, em ordem cronologica, todos
      *          os eventos registrados no livro de eventos
      *          (Eventos.dat, copybook CBEVTREG) pelos programas que
      *          alteram o cadastro mestre: entrada no mestre, mudanca
      *          de situacao e de valor (CBLZMW03), pagamento baixado
      *          (CBLZMW12), retorno da assessoria (CBLZMW07),
      *          parcela de acordo e quebra de acordo (CBLZMW11) e
      *          movimentos de negativacao (CBLZMW15). Cada linha traz
      *          a data e a hora, o tipo, o programa de origem, a
      *          situacao antes e depois, o valor movimentado e o
      *          saldo corrente, que parte do valor anterior ao
      *          primeiro evento e acumula a variacao de cada evento.
      *          Evento cujo valor anterior nao bate com o saldo
      *          corrente (alteracao do mestre fora do livro) e
      *          marcado com '*', o saldo e ajustado e a execucao
      *          termina com RC=4.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Tipo RV (reversao do mestre pelo
      *                        CBLZMW23) na tabela de descricoes.
      * 15/10/2026 - Marcelo - Tipo BX (baixa para prejuizo pelo
      *                        CBLZMW25) na tabela de descricoes.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW20.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT EVENTOS ASSIGN TO
           'Eventos.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WK-STATUS-V.

       SELECT CADASTRO ASSIGN TO
           'Cadastro.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS WK-STATUS-D.

       SELECT RELATORIO ASSIGN TO
           'Extrato.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD EVENTOS.

       COPY CBEVTREG.

       FD CADASTRO.

       COPY CBCADREG.

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

       01 WK-FIM-LISTA   PIC X(01) VALUE 'N'.
       01 WK-FIM-EVENTOS PIC X(01) VALUE 'N'.

       01 WK-CADASTRO-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * CNPJ pedido na linha corrente de CBLZMW20.PARM (ate 14
      * digitos, sem zeros a esquerda).
      *-----------------------------------------------------------------
       01 WK-CNPJ-ALFA PIC X(14) JUSTIFIED RIGHT VALUE ZEROS.
       01 WK-CNPJ-PEDIDO REDEFINES WK-CNPJ-ALFA PIC 9(14).

       01 WK-QTD-TAM PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Saldo corrente do extrato em montagem: parte do valor anterior
      * ao primeiro evento e acumula a variacao (valor posterior menos
      * anterior) de cada evento. Sinalizado para nao perder a
      * variacao de um ajuste.
      *-----------------------------------------------------------------
       01 WK-SALDO-CORRENTE PIC S9(13)V99 VALUE ZEROS.
       01 WK-SALDO-INICIAL  PIC S9(13)V99 VALUE ZEROS.
       01 WK-PRIMEIRO-EVENTO PIC X(01) VALUE 'S'.
       01 WK-EM-EXTRATO      PIC X(01) VALUE 'N'.

       01 WK-TOTAIS-EXTRATO.
           02 WK-EXT-QTD-EVENTOS PIC 9(09) VALUE ZEROS.
           02 WK-EXT-AUMENTOS    PIC 9(15)V99 VALUE ZEROS.
           02 WK-EXT-REDUCOES    PIC 9(15)V99 VALUE ZEROS.
           02 WK-EXT-AJUSTES     PIC 9(09) VALUE ZEROS.

       01 WK-VARIACAO PIC S9(13)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Totais da execucao.
      *-----------------------------------------------------------------
       01 WK-CONTADORES.
           02 WK-QTD-PEDIDOS     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-COM-EVENTOS PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-EVENTOS PIC 9(09) VALUE ZEROS.
           02 WK-QTD-INVALIDOS   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-EVENTOS     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-AJUSTES     PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Descricao de cada tipo de evento do livro (copybook CBEVTREG).
      * Tipo fora da tabela sai com a descricao em branco.
      *-----------------------------------------------------------------
       01 WK-TAB-TIPOS-DADOS.
           02 FILLER PIC X(22) VALUE 'NVNOVO NO MESTRE'.
           02 FILLER PIC X(22) VALUE 'STMUDANCA SITUACAO'.
           02 FILLER PIC X(22) VALUE 'VLMUDANCA DE VALOR'.
           02 FILLER PIC X(22) VALUE 'PGPAGAMENTO BAIXADO'.
           02 FILLER PIC X(22) VALUE 'LQLIQUIDADO ASSESSOR'.
           02 FILLER PIC X(22) VALUE 'NGNEGOCIADO ASSESSOR'.
           02 FILLER PIC X(22) VALUE 'ININCOBRAVEL ASSESSOR'.
           02 FILLER PIC X(22) VALUE 'PCPARCELA DE ACORDO'.
           02 FILLER PIC X(22) VALUE 'QBACORDO QUEBRADO'.
           02 FILLER PIC X(22) VALUE 'NPINCLUSAO BUREAU'.
           02 FILLER PIC X(22) VALUE 'NSNEGATIVADO'.
           02 FILLER PIC X(22) VALUE 'NEEXCLUSAO BUREAU'.
           02 FILLER PIC X(22) VALUE 'NNEXCLUSAO CONFIRMADA'.
           02 FILLER PIC X(22) VALUE 'RVREVERSAO DO MESTRE'.
           02 FILLER PIC X(22) VALUE 'BXBAIXA PARA PREJUIZO'.
       01 WK-TAB-TIPOS REDEFINES WK-TAB-TIPOS-DADOS.
           02 WK-TIP-ENT OCCURS 15 TIMES INDEXED BY WK-TIP-IDX.
               03 WK-TIP-COD  PIC X(02).
               03 WK-TIP-DESC PIC X(20).

       01 WK-RAZAO-BUSCA PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Data (AAAAMMDD) e hora (HHMMSS) do evento, decompostas para a
      * edicao no relatorio.
      *-----------------------------------------------------------------
       01 WK-DATA-EVT PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WK-DATA-EVT.
           02 WK-DEV-ANO PIC 9(04).
           02 WK-DEV-MES PIC 9(02).
           02 WK-DEV-DIA PIC 9(02).

       01 WK-HORA-EVT PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WK-HORA-EVT.
           02 WK-HEV-HOR PIC 9(02).
           02 WK-HEV-MIN PIC 9(02).
           02 WK-HEV-SEG PIC 9(02).

      *-----------------------------------------------------------------
      * Codigo de retorno da execucao: 0 limpo, 4 advertencia (CNPJ
      * invalido na lista, cadastro indisponivel, saldo ajustado por
      * alteracao fora do livro), 8 erro (livro de eventos, lista ou
      * relatorio indisponivel).
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW20'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(40) VALUE
               'EXTRATO DE EVENTOS DO DEVEDOR'.

       01 WK-LINDIT01.
           02 WK-LINDIT01-DATA PIC X(11) VALUE 'DATA'.
           02 WK-LINDIT01-HORA PIC X(09) VALUE 'HORA'.
           02 WK-LINDIT01-TIPO PIC X(24) VALUE 'EVENTO'.
           02 WK-LINDIT01-PROG PIC X(09) VALUE 'PROGRAMA'.
           02 WK-LINDIT01-SITU PIC X(06) VALUE 'SITU'.
           02 WK-LINDIT01-MOVI PIC X(17) VALUE '       MOVIMENTO'.
           02 WK-LINDIT01-SALD PIC X(20) VALUE
               '     SALDO CORRENTE'.
           02 WK-LINDIT01-COMP PIC X(30) VALUE 'COMPLEMENTO'.

       01 WK-LINCNPJ.
           02 WK-LCN-LIT   PIC X(06) VALUE 'CNPJ '.
           02 WK-LCN-CNPJ  PIC X(18) VALUE SPACES.
           02 WK-LCN-SP01  PIC X(02) VALUE SPACES.
           02 WK-LCN-RAZAO PIC X(40) VALUE SPACES.

       01 WK-LINCNPJ-ATUAL PIC X(132) VALUE SPACES.

       01 WK-LINDET.
           02 WK-DET-DATA.
               03 WK-DET-DIA  PIC 9(02).
               03 FILLER      PIC X(01) VALUE '/'.
               03 WK-DET-MES  PIC 9(02).
               03 FILLER      PIC X(01) VALUE '/'.
               03 WK-DET-ANO  PIC 9(04).
           02 WK-DET-SP01 PIC X(01) VALUE SPACES.
           02 WK-DET-HORA.
               03 WK-DET-HOR  PIC 9(02).
               03 FILLER      PIC X(01) VALUE ':'.
               03 WK-DET-MIN  PIC 9(02).
               03 FILLER      PIC X(01) VALUE ':'.
               03 WK-DET-SEG  PIC 9(02).
           02 WK-DET-SP02 PIC X(01) VALUE SPACES.
           02 WK-DET-TIPO PIC X(02) VALUE SPACES.
           02 WK-DET-SP03 PIC X(01) VALUE SPACES.
           02 WK-DET-DESC PIC X(20) VALUE SPACES.
           02 WK-DET-SP04 PIC X(01) VALUE SPACES.
           02 WK-DET-PROG PIC X(08) VALUE SPACES.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-SANT PIC 9(02) VALUE ZEROS.
           02 WK-DET-SSEP PIC X(01) VALUE '>'.
           02 WK-DET-SPOS PIC 9(02) VALUE ZEROS.
           02 WK-DET-SP06 PIC X(01) VALUE SPACES.
           02 WK-DET-MOVI PIC Z(12)9.99.
           02 WK-DET-SP07 PIC X(01) VALUE SPACES.
           02 WK-DET-SALD PIC -(13)9.99.
           02 WK-DET-AJUS PIC X(01) VALUE SPACES.
           02 WK-DET-SP08 PIC X(01) VALUE SPACES.
           02 WK-DET-COMP PIC X(30) VALUE SPACES.

       01 WK-LINSAL.
           02 WK-SAL-DESC PIC X(66) VALUE SPACES.
           02 WK-SAL-SP01 PIC X(17) VALUE SPACES.
           02 WK-SAL-VALO PIC -(13)9.99.

       01 WK-LINTOT.
           02 WK-TOT-DESC PIC X(40) VALUE SPACES.
           02 WK-TOT-QTD  PIC ZZZZZZZZ9.
           02 WK-TOT-SP01 PIC X(02) VALUE SPACES.
           02 WK-TOT-VALO PIC Z(14)9.99.

       01 WK-LINRES.
           02 WK-RES-DESC PIC X(40) VALUE SPACES.
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
           PERFORM 2000-PROCESSAR UNTIL WK-FIM-LISTA EQUAL 'S'.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - abre a lista de CNPJs, o livro de eventos, o
      * cadastro de identificacao e o relatorio.
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

           OPEN INPUT CONTROLE.
           IF WK-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-P
               DISPLAY 'INFORME OS CNPJS DO EXTRATO EM CBLZMW20.PARM'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EVENTOS.
           IF WK-STATUS-V NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-V
                   ' EVENTOS'
               DISPLAY 'Eventos.dat INDISPONIVEL - NENHUM EVENTO '
                   'REGISTRADO'
               CLOSE CONTROLE
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

           OPEN OUTPUT RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho com o numero
      * de pagina corrente e, no meio de um extrato, repete a linha do
      * CNPJ em impressao.
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

           IF WK-EM-EXTRATO EQUAL 'S'
               MOVE WK-LINCNPJ-ATUAL TO FL-RELATORIO-ARQ
               WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINHAS-PAGINA
           END-IF.

       1100-IMPRIMIR-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - le o proximo CNPJ da lista e emite o extrato dele.
      * Linha em branco e ignorada; linha que nao e um CNPJ numerico
      * de ate 14 digitos e apontada no console (RC=4).
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ CONTROLE.

           IF WK-STATUS-P EQUAL 10
               MOVE 'S' TO WK-FIM-LISTA
           ELSE
               IF WK-STATUS-P NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-P
                   MOVE 'S' TO WK-FIM-LISTA
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF FL-CONTROLE-ARQ NOT EQUAL SPACES
                       PERFORM 2050-CONVERTER-CNPJ
                   END-IF
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

       2050-CONVERTER-CNPJ SECTION.
           MOVE ZEROS TO WK-QTD-TAM.
           INSPECT FL-CONTROLE-ARQ TALLYING WK-QTD-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WK-QTD-TAM GREATER ZEROS
               AND WK-QTD-TAM NOT GREATER 14
               AND FL-CONTROLE-ARQ (1:WK-QTD-TAM) NUMERIC
               MOVE FL-CONTROLE-ARQ (1:WK-QTD-TAM) TO WK-CNPJ-ALFA
               INSPECT WK-CNPJ-ALFA REPLACING LEADING SPACE BY ZERO
               ADD 1 TO WK-QTD-PEDIDOS
               PERFORM 2100-EMITIR-EXTRATO
           ELSE
               DISPLAY 'ALERTA: CNPJ INVALIDO EM CBLZMW20.PARM: '
                   FL-CONTROLE-ARQ (1:20)
               ADD 1 TO WK-QTD-INVALIDOS
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       2050-CONVERTER-CNPJ-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EMITIR-EXTRATO - imprime a linha do CNPJ com a razao social,
      * posiciona o livro de eventos no primeiro evento do CNPJ e
      * imprime os eventos em ordem de chave (data, hora e sequencia)
      * ate o CNPJ mudar, fechando com os totais do extrato.
      *-----------------------------------------------------------------
       2100-EMITIR-EXTRATO SECTION.
           MOVE WK-CNPJ-PEDIDO TO WK-CNPJ-NUM.
           PERFORM 2160-FORMATAR-CNPJ.
           MOVE WK-CNPJ-EDIT TO WK-LCN-CNPJ.

           MOVE WK-CNPJ-PEDIDO TO CAD-CNPJ.
           PERFORM 2510-BUSCAR-CADASTRO.
           MOVE WK-RAZAO-BUSCA TO WK-LCN-RAZAO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-LINCNPJ-ATUAL.
           MOVE WK-LINCNPJ TO WK-LINCNPJ-ATUAL.
           MOVE WK-LINCNPJ-ATUAL TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.
           MOVE 'S' TO WK-EM-EXTRATO.

           MOVE ZEROS TO WK-TOTAIS-EXTRATO.
           MOVE ZEROS TO WK-SALDO-CORRENTE.
           MOVE ZEROS TO WK-SALDO-INICIAL.
           MOVE 'S' TO WK-PRIMEIRO-EVENTO.
           MOVE 'N' TO WK-FIM-EVENTOS.

           MOVE WK-CNPJ-PEDIDO TO EVT-CNPJ.
           MOVE ZEROS TO EVT-DATA.
           MOVE ZEROS TO EVT-HORA.
           MOVE ZEROS TO EVT-SEQ.
           START EVENTOS KEY NOT LESS EVT-CHAVE.
           IF WK-STATUS-V NOT EQUAL ZEROS
               IF WK-STATUS-V NOT EQUAL 23
                   DISPLAY 'ERRO DE POSICIONAMENTO NO LIVRO DE '
                       'EVENTOS ' WK-STATUS-V
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
               MOVE 'S' TO WK-FIM-EVENTOS
           END-IF.

           PERFORM 2200-LER-EVENTO
               UNTIL WK-FIM-EVENTOS EQUAL 'S'.

           IF WK-EXT-QTD-EVENTOS EQUAL ZEROS
               MOVE 'SEM EVENTOS REGISTRADOS NO LIVRO'
                   TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
               ADD 1 TO WK-QTD-SEM-EVENTOS
           ELSE
               PERFORM 2400-TOTALIZAR-EXTRATO
               ADD 1 TO WK-QTD-COM-EVENTOS
           END-IF.

           MOVE 'N' TO WK-EM-EXTRATO.

       2100-EMITIR-EXTRATO-FIM.
           EXIT.

       2160-FORMATAR-CNPJ SECTION.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.

       2160-FORMATAR-CNPJ-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-EVENTO - le o proximo evento do livro; fim de arquivo ou
      * evento de outro CNPJ encerra o extrato corrente.
      *-----------------------------------------------------------------
       2200-LER-EVENTO SECTION.
           READ EVENTOS NEXT RECORD.

           IF WK-STATUS-V EQUAL 10
               MOVE 'S' TO WK-FIM-EVENTOS
           ELSE
               IF WK-STATUS-V NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-V
                       ' EVENTOS'
                   MOVE 'S' TO WK-FIM-EVENTOS
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF EVT-CNPJ NOT EQUAL WK-CNPJ-PEDIDO
                       MOVE 'S' TO WK-FIM-EVENTOS
                   ELSE
                       PERFORM 2300-IMPRIMIR-EVENTO
                   END-IF
               END-IF
           END-IF.

       2200-LER-EVENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-EVENTO - imprime a linha do evento com o saldo
      * corrente. O primeiro evento abre o extrato com o saldo
      * anterior (valor antes do evento); evento cujo valor anterior
      * difere do saldo corrente e marcado com '*' e o saldo e
      * ajustado ao valor anterior do evento antes de somar a
      * variacao.
      *-----------------------------------------------------------------
       2300-IMPRIMIR-EVENTO SECTION.
           IF WK-PRIMEIRO-EVENTO EQUAL 'S'
               MOVE 'N' TO WK-PRIMEIRO-EVENTO
               MOVE EVT-VALO-ANT TO WK-SALDO-CORRENTE
               MOVE EVT-VALO-ANT TO WK-SALDO-INICIAL
               MOVE 'SALDO ANTERIOR AO PRIMEIRO EVENTO' TO WK-SAL-DESC
               MOVE WK-SALDO-INICIAL TO WK-SAL-VALO
               MOVE WK-LINSAL TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           END-IF.

           MOVE SPACES TO WK-DET-AJUS.
           IF EVT-VALO-ANT NOT EQUAL WK-SALDO-CORRENTE
               MOVE '*' TO WK-DET-AJUS
               MOVE EVT-VALO-ANT TO WK-SALDO-CORRENTE
               ADD 1 TO WK-EXT-AJUSTES
               ADD 1 TO WK-QTD-AJUSTES
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           COMPUTE WK-VARIACAO = EVT-VALO-POS - EVT-VALO-ANT.
           ADD WK-VARIACAO TO WK-SALDO-CORRENTE.

           IF WK-VARIACAO GREATER ZEROS
               ADD WK-VARIACAO TO WK-EXT-AUMENTOS
           ELSE
               SUBTRACT WK-VARIACAO FROM WK-EXT-REDUCOES
           END-IF.

           MOVE EVT-DATA TO WK-DATA-EVT.
           MOVE WK-DEV-DIA TO WK-DET-DIA.
           MOVE WK-DEV-MES TO WK-DET-MES.
           MOVE WK-DEV-ANO TO WK-DET-ANO.

           MOVE EVT-HORA TO WK-HORA-EVT.
           MOVE WK-HEV-HOR TO WK-DET-HOR.
           MOVE WK-HEV-MIN TO WK-DET-MIN.
           MOVE WK-HEV-SEG TO WK-DET-SEG.

           MOVE EVT-TIPO TO WK-DET-TIPO.
           PERFORM 2350-TRADUZIR-TIPO.
           MOVE EVT-PROG TO WK-DET-PROG.
           MOVE EVT-SITU-ANT TO WK-DET-SANT.
           MOVE EVT-SITU-POS TO WK-DET-SPOS.
           MOVE EVT-VALO-MOV TO WK-DET-MOVI.
           MOVE WK-SALDO-CORRENTE TO WK-DET-SALD.
           MOVE EVT-COMPL TO WK-DET-COMP.

           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           ADD 1 TO WK-EXT-QTD-EVENTOS.
           ADD 1 TO WK-QTD-EVENTOS.

       2300-IMPRIMIR-EVENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRADUZIR-TIPO - devolve em WK-DET-DESC a descricao do tipo de
      * evento corrente.
      *-----------------------------------------------------------------
       2350-TRADUZIR-TIPO SECTION.
           MOVE SPACES TO WK-DET-DESC.
           SET WK-TIP-IDX TO 1.
           SEARCH WK-TIP-ENT
               AT END
                   CONTINUE
               WHEN WK-TIP-COD (WK-TIP-IDX) EQUAL EVT-TIPO
                   MOVE WK-TIP-DESC (WK-TIP-IDX) TO WK-DET-DESC
           END-SEARCH.

       2350-TRADUZIR-TIPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TOTALIZAR-EXTRATO - fecha o extrato do CNPJ com o saldo final,
      * a quantidade de eventos, a soma dos aumentos e das reducoes
      * de valor e os ajustes de saldo.
      *-----------------------------------------------------------------
       2400-TOTALIZAR-EXTRATO SECTION.
           MOVE 'SALDO FINAL' TO WK-SAL-DESC.
           MOVE WK-SALDO-CORRENTE TO WK-SAL-VALO.
           MOVE WK-LINSAL TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'EVENTOS / AUMENTOS DE VALOR' TO WK-TOT-DESC.
           MOVE WK-EXT-QTD-EVENTOS TO WK-TOT-QTD.
           MOVE WK-EXT-AUMENTOS TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'AJUSTES (*) / REDUCOES DE VALOR' TO WK-TOT-DESC.
           MOVE WK-EXT-AJUSTES TO WK-TOT-QTD.
           MOVE WK-EXT-REDUCOES TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2400-TOTALIZAR-EXTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-CADASTRO - devolve em WK-RAZAO-BUSCA a razao social do
      * CNPJ em CAD-CNPJ; sem cadastro devolve SEM CADASTRO.
      *-----------------------------------------------------------------
       2510-BUSCAR-CADASTRO SECTION.
           MOVE 'SEM CADASTRO' TO WK-RAZAO-BUSCA.

           IF WK-CADASTRO-OK EQUAL 'S'
               READ CADASTRO
               IF WK-STATUS-D EQUAL ZEROS
                   MOVE CAD-RAZAO TO WK-RAZAO-BUSCA
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
      * FINALIZAR - imprime o resumo da execucao, fecha os arquivos e
      * encerra com o codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CNPJS SOLICITADOS' TO WK-RES-DESC.
           MOVE WK-QTD-PEDIDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CNPJS COM EVENTOS' TO WK-RES-DESC.
           MOVE WK-QTD-COM-EVENTOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CNPJS SEM EVENTOS' TO WK-RES-DESC.
           MOVE WK-QTD-SEM-EVENTOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'LINHAS INVALIDAS NA LISTA' TO WK-RES-DESC.
           MOVE WK-QTD-INVALIDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'EVENTOS IMPRESSOS' TO WK-RES-DESC.
           MOVE WK-QTD-EVENTOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'SALDOS AJUSTADOS (*)' TO WK-RES-DESC.
           MOVE WK-QTD-AJUSTES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           CLOSE CONTROLE.
           CLOSE EVENTOS.
           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           DISPLAY 'CNPJS SOLICITADOS.....: ' WK-QTD-PEDIDOS.
           DISPLAY 'CNPJS SEM EVENTOS.....: ' WK-QTD-SEM-EVENTOS.
           DISPLAY 'EVENTOS IMPRESSOS.....: ' WK-QTD-EVENTOS.
           DISPLAY 'SALDOS AJUSTADOS......: ' WK-QTD-AJUSTES.

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

       END PROGRAM CBLZMW20.
