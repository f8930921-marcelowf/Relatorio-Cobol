       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW21.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Apuracao mensal da comissao da assessoria de cobranca
      *          e conferencia da fatura de honorarios. Percorre o
      *          livro de eventos do devedor (Eventos.dat, copybook
      *          CBEVTREG) e, para o periodo AAAAMM da 1a linha de
      *          CBLZMW21.PARM (default o mes anterior ao da
      *          execucao), apura a comissao de cada recuperacao da
      *          assessoria: liquidacao (LQ, lancada pelo CBLZMW07 a
      *          partir do Retorno.dat) sobre o valor liquidado e, nos
      *          acordos negociados pela assessoria (NG), cada parcela
      *          efetivamente recebida (PC, creditada pelo CBLZMW11
      *          contra Pagamentos.dat) - o acordo em si nao gera
      *          comissao e o acordo quebrado (QB) deixa de gerar.
      *          O percentual vem de TaxasComissao.dat (copybook
      *          CBCMSREG) pela situacao do devedor na remessa a
      *          assessoria e pelos dias em cobranca ate o evento
      *          (desde a entrada em 03 EM COBRANCA ou 04 JURIDICO;
      *          devedor sem a entrada no livro conta do primeiro
      *          evento registrado, marcado com 'E'), na vigencia
      *          ativa mais recente nao posterior a data do evento.
      *          Imprime o extrato de comissao por CNPJ (Comissao.txt)
      *          e confere o total de cada CNPJ com a fatura da
      *          assessoria (FaturaAssessoria.dat, copybook CBFATREG),
      *          listando em Comissao-Divergencias.txt toda linha em
      *          que a apuracao e a fatura nao batem, para o
      *          financeiro contestar antes do pagamento. Divergencia
      *          ou recuperacao sem percentual vigente termina com
      *          RC=4.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW21.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT EVENTOS ASSIGN TO
           'Eventos.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WK-STATUS-V.

       SELECT TAXAS-CMS ASSIGN TO
           'TaxasComissao.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-T.

       SELECT FATURA ASSIGN TO
           'FaturaAssessoria.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-F.

       SELECT CADASTRO ASSIGN TO
           'Cadastro.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS WK-STATUS-D.

       SELECT RELATORIO ASSIGN TO
           'Comissao.txt'
           FILE STATUS IS WK-STATUS-S.

       SELECT DIVERGENCIAS ASSIGN TO
           'Comissao-Divergencias.txt'
           FILE STATUS IS WK-STATUS-G.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD EVENTOS.

       COPY CBEVTREG.

       FD TAXAS-CMS.

       01 FL-TAXAS-CMS-ARQ PIC X(20).

       FD FATURA.

       01 FL-FATURA-ARQ PIC X(50).

       FD CADASTRO.

       COPY CBCADREG.

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       FD DIVERGENCIAS RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-DIVERGENCIAS-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-T PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-F PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-G PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Tabela de percentuais de comissao (copybook CBCMSREG) e fatura
      * da assessoria somada por CNPJ (copybook CBFATREG).
      *-----------------------------------------------------------------
       COPY CBCMSREG.

       COPY CBFATREG.

       01 WK-FIM-TAXAS   PIC X(01) VALUE 'N'.
       01 WK-FIM-FATURA  PIC X(01) VALUE 'N'.
       01 WK-FIM-EVENTOS PIC X(01) VALUE 'N'.

       01 WK-CADASTRO-OK PIC X(01) VALUE 'S'.
       01 WK-FATURA-OK   PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Periodo apurado (AAAAMM) e seu ultimo dia, limite de vigencia
      * das entradas da tabela de comissao carregadas.
      *-----------------------------------------------------------------
       01 WK-PERIODO-ALFA PIC X(06) VALUE SPACES.
       01 WK-PERIODO REDEFINES WK-PERIODO-ALFA.
           02 WK-PER-ANO PIC 9(04).
           02 WK-PER-MES PIC 9(02).

       01 WK-PERIODO-NUM REDEFINES WK-PERIODO-ALFA PIC 9(06).

       01 WK-DATA-REF.
           02 WK-REF-ANO PIC 9(04) VALUE ZEROS.
           02 WK-REF-MES PIC 9(02) VALUE ZEROS.
           02 WK-REF-DIA PIC 9(02) VALUE ZEROS.

       01 WK-DATA-REF-NUM REDEFINES WK-DATA-REF PIC 9(08).

       01 WK-SERIAL-INI  PIC 9(09) VALUE ZEROS.
       01 WK-SERIAL-REF  PIC 9(09) VALUE ZEROS.
       01 WK-SERIAL-ENT  PIC 9(09) VALUE ZEROS.
       01 WK-SERIAL-EVT  PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Situacao do devedor em apuracao, acompanhada evento a evento
      * em ordem de chave: data de entrada em cobranca (03 ou 04),
      * data do primeiro evento (base dos dias quando a entrada nao
      * esta no livro) e o acordo negociado pela assessoria ainda
      * ativo, com a situacao e os dias em cobranca na negociacao,
      * que valem para as parcelas recebidas depois.
      *-----------------------------------------------------------------
       01 WK-DEVEDOR.
           02 WK-DEV-CNPJ          PIC 9(14) VALUE ZEROS.
           02 WK-DEV-PRIMEIRA-DATA PIC 9(08) VALUE ZEROS.
           02 WK-DEV-ENTRADA       PIC 9(08) VALUE ZEROS.
           02 WK-DEV-ENTRADA-OK    PIC X(01) VALUE 'N'.
           02 WK-DEV-NEG-ATIVO     PIC X(01) VALUE 'N'.
           02 WK-DEV-NEG-SITU      PIC 9(02) VALUE ZEROS.
           02 WK-DEV-NEG-DIAS      PIC 9(05) VALUE ZEROS.
           02 WK-DEV-NEG-ESTIMADO  PIC X(01) VALUE 'N'.
           02 WK-DEV-IMPRESSO      PIC X(01) VALUE 'N'.
           02 WK-DEV-LINHAS        PIC 9(05) VALUE ZEROS.
           02 WK-DEV-BASE          PIC 9(15)V99 VALUE ZEROS.
           02 WK-DEV-COMISSAO      PIC 9(15)V99 VALUE ZEROS.

       01 WK-EM-DEVEDOR PIC X(01) VALUE 'N'.
       01 WK-EM-EXTRATO PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Calculo da comissao do evento corrente: dias em cobranca,
      * situacao na remessa, percentual eleito na tabela e comissao.
      *-----------------------------------------------------------------
       01 WK-CALCULO.
           02 WK-CAL-DIAS      PIC 9(05) VALUE ZEROS.
           02 WK-CAL-ESTIMADO  PIC X(01) VALUE 'N'.
           02 WK-CAL-SITU      PIC 9(02) VALUE ZEROS.
           02 WK-CAL-DATA      PIC 9(08) VALUE ZEROS.
           02 WK-CAL-BASE      PIC 9(13)V99 VALUE ZEROS.
           02 WK-CAL-PCT       PIC 9(03)V99 VALUE ZEROS.
           02 WK-CAL-COMISSAO  PIC 9(13)V99 VALUE ZEROS.
           02 WK-CAL-PCT-OK    PIC X(01) VALUE 'N'.
           02 WK-CAL-VIG-OK    PIC X(01) VALUE 'N'.
           02 WK-CAL-VIG       PIC 9(08) VALUE ZEROS.
           02 WK-CAL-FAIXA     PIC 9(04) VALUE ZEROS.

       01 WK-OBSERVACAO PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * Conferencia com a fatura.
      *-----------------------------------------------------------------
       01 WK-MOTIVO-DIVERGENCIA PIC X(26) VALUE SPACES.
       01 WK-DIFERENCA PIC S9(15)V99 VALUE ZEROS.

       01 WK-DIV-CNPJ           PIC 9(14) VALUE ZEROS.
       01 WK-DIV-BASE-APURADA   PIC 9(15)V99 VALUE ZEROS.
       01 WK-DIV-COM-APURADA    PIC 9(15)V99 VALUE ZEROS.
       01 WK-DIV-BASE-FATURADA  PIC 9(15)V99 VALUE ZEROS.
       01 WK-DIV-COM-FATURADA   PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Totais da execucao.
      *-----------------------------------------------------------------
       01 WK-CONTADORES.
           02 WK-QTD-EVENTOS-LIDOS PIC 9(09) VALUE ZEROS.
           02 WK-QTD-DEVEDORES     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-LIQUIDACOES   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-NEGOCIACOES   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-PARCELAS      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-TAXA      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-ESTIMADOS     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-LINHAS-FATURA PIC 9(09) VALUE ZEROS.
           02 WK-QTD-CONFERIDOS    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-DIVERGENTES   PIC 9(09) VALUE ZEROS.

       01 WK-TOTAIS-VALOR.
           02 WK-TOT-BASE-APURADA  PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-COM-APURADA   PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-BASE-FATURADA PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-COM-FATURADA  PIC 9(15)V99 VALUE ZEROS.

       01 WK-RAZAO-BUSCA PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Data do evento (AAAAMMDD), decomposta para a conferencia do
      * periodo, o dia serial e a edicao no relatorio.
      *-----------------------------------------------------------------
       01 WK-DATA-EVT PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WK-DATA-EVT.
           02 WK-DEV-PERIODO PIC 9(06).
           02 FILLER         PIC 9(02).
       01 FILLER REDEFINES WK-DATA-EVT.
           02 WK-DEV-ANO PIC 9(04).
           02 WK-DEV-MES PIC 9(02).
           02 WK-DEV-DIA PIC 9(02).

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
      * Codigo de retorno da execucao: 0 limpo, 4 advertencia
      * (divergencia com a fatura, recuperacao sem percentual vigente,
      * fatura ou cadastro indisponivel), 8 erro (livro de eventos,
      * tabela de comissao ou relatorios indisponiveis, fatura maior
      * que a tabela em memoria).
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW21'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(42) VALUE SPACES.
           02 WK-CABEC02-PER  PIC 9(06) VALUE ZEROS.

       01 WK-LINDIT01.
           02 WK-LINDIT01-DATA PIC X(11) VALUE 'DATA'.
           02 WK-LINDIT01-TIPO PIC X(24) VALUE 'EVENTO'.
           02 WK-LINDIT01-SITU PIC X(05) VALUE 'SIT'.
           02 WK-LINDIT01-DIAS PIC X(06) VALUE ' DIAS'.
           02 WK-LINDIT01-BASE PIC X(17) VALUE
               '     VALOR BASE'.
           02 WK-LINDIT01-PCT  PIC X(07) VALUE '     %'.
           02 WK-LINDIT01-COMI PIC X(17) VALUE
               '       COMISSAO'.
           02 WK-LINDIT01-OBSE PIC X(30) VALUE 'OBSERVACAO'.

       01 WK-LINDIT02.
           02 WK-LINDIT02-CNPJ PIC X(19) VALUE 'CNPJ'.
           02 WK-LINDIT02-BAPU PIC X(17) VALUE '   BASE APURADA'.
           02 WK-LINDIT02-CAPU PIC X(17) VALUE ' COMISSAO APUR.'.
           02 WK-LINDIT02-BFAT PIC X(17) VALUE '  BASE FATURADA'.
           02 WK-LINDIT02-CFAT PIC X(17) VALUE ' COMISSAO FAT.'.
           02 WK-LINDIT02-DIFE PIC X(18) VALUE '        DIFERENCA'.
           02 WK-LINDIT02-MOTI PIC X(26) VALUE 'MOTIVO'.

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
           02 WK-DET-TIPO PIC X(02) VALUE SPACES.
           02 WK-DET-SP02 PIC X(01) VALUE SPACES.
           02 WK-DET-DESC PIC X(20) VALUE SPACES.
           02 WK-DET-SP03 PIC X(01) VALUE SPACES.
           02 WK-DET-SITU PIC 9(02) VALUE ZEROS.
           02 WK-DET-SP04 PIC X(01) VALUE SPACES.
           02 WK-DET-DIAS PIC ZZZZ9.
           02 WK-DET-ESTI PIC X(01) VALUE SPACES.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-BASE PIC Z(12)9.99.
           02 WK-DET-SP06 PIC X(01) VALUE SPACES.
           02 WK-DET-PCT  PIC ZZ9.99.
           02 WK-DET-SP07 PIC X(01) VALUE SPACES.
           02 WK-DET-COMI PIC Z(12)9.99.
           02 WK-DET-SP08 PIC X(01) VALUE SPACES.
           02 WK-DET-OBSE PIC X(30) VALUE SPACES.

       01 WK-LINSUB.
           02 WK-SUB-DESC PIC X(45) VALUE SPACES.
           02 WK-SUB-BASE PIC Z(12)9.99.
           02 WK-SUB-SP01 PIC X(08) VALUE SPACES.
           02 WK-SUB-COMI PIC Z(12)9.99.

       01 WK-LINDIV.
           02 WK-LDV-CNPJ-ED PIC X(18) VALUE SPACES.
           02 WK-LDV-SP01 PIC X(01) VALUE SPACES.
           02 WK-LDV-BAPU PIC Z(12)9.99.
           02 WK-LDV-SP02 PIC X(01) VALUE SPACES.
           02 WK-LDV-CAPU PIC Z(12)9.99.
           02 WK-LDV-SP03 PIC X(01) VALUE SPACES.
           02 WK-LDV-BFAT PIC Z(12)9.99.
           02 WK-LDV-SP04 PIC X(01) VALUE SPACES.
           02 WK-LDV-CFAT PIC Z(12)9.99.
           02 WK-LDV-SP05 PIC X(01) VALUE SPACES.
           02 WK-LDV-DIFE PIC -(13)9.99.
           02 WK-LDV-SP06 PIC X(01) VALUE SPACES.
           02 WK-LDV-MOTI PIC X(26) VALUE SPACES.

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
      * Controle de quebra de pagina do extrato de comissao e do
      * relatorio de divergencias.
      *-----------------------------------------------------------------
       01 WK-CTRL-PAGINA.
           02 WK-PAGINA-ATUAL    PIC 9(04) VALUE ZEROS.
           02 WK-LINHAS-PAGINA   PIC 9(04) VALUE ZEROS.
           02 WK-LIMITE-LINHAS   PIC 9(04) VALUE 55.

       01 WK-CTRL-PAGINA-DIV.
           02 WK-PAGINA-ATUAL-DIV  PIC 9(04) VALUE ZEROS.
           02 WK-LINHAS-PAGINA-DIV PIC 9(04) VALUE ZEROS.

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
           PERFORM 2000-PROCESSAR UNTIL WK-FIM-EVENTOS EQUAL 'S'.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - define o periodo, carrega a tabela de comissao,
      * abre o livro de eventos, o cadastro e os relatorios e carrega
      * a fatura da assessoria.
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

           MOVE ZEROS TO WK-TAB-CMS-CARREGADA.
           MOVE ZEROS TO WK-TAB-FATURA.

           PERFORM 1050-LER-PARAMETROS.
           PERFORM 1060-CALCULAR-DATA-REF.

           MOVE WK-PERIODO-NUM TO WK-CABEC02-PER.

           DISPLAY 'PERIODO APURADO.....: ' WK-PERIODO-NUM.

           PERFORM 1080-CARREGAR-TAXAS-CMS.

           OPEN INPUT EVENTOS.
           IF WK-STATUS-V NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-V
                   ' EVENTOS'
               DISPLAY 'Eventos.dat INDISPONIVEL - NENHUM EVENTO '
                   'REGISTRADO'
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

           OPEN OUTPUT DIVERGENCIAS.
           IF WK-STATUS-G NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-G
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.
           PERFORM 1150-IMPRIMIR-CABEC-DIVERG.

           PERFORM 1090-CARREGAR-FATURA.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - le o periodo AAAAMM da 1a linha de
      * CBLZMW21.PARM. Arquivo ausente ou linha invalida mantem o
      * default, o mes anterior ao da execucao.
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
                           'CBLZMW21.PARM - USANDO MES ANTERIOR'
                   END-IF
               END-IF

               CLOSE CONTROLE
           END-IF.

       1050-LER-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-DATA-REF - calcula o ultimo dia do periodo: o dia
      * serial do primeiro dia do mes seguinte menos um. A distancia
      * ao primeiro dia do periodo da o numero do ultimo dia.
      *-----------------------------------------------------------------
       1060-CALCULAR-DATA-REF SECTION.
           MOVE WK-PER-ANO TO WK-CDS-ANO.
           MOVE WK-PER-MES TO WK-CDS-MES.
           MOVE 01 TO WK-CDS-DIA.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-INI.

           IF WK-PER-MES EQUAL 12
               COMPUTE WK-CDS-ANO = WK-PER-ANO + 1
               MOVE 01 TO WK-CDS-MES
           ELSE
               MOVE WK-PER-ANO TO WK-CDS-ANO
               COMPUTE WK-CDS-MES = WK-PER-MES + 1
           END-IF.
           MOVE 01 TO WK-CDS-DIA.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           COMPUTE WK-SERIAL-REF = WK-CDS-SERIAL - 1.

           MOVE WK-PER-ANO TO WK-REF-ANO.
           MOVE WK-PER-MES TO WK-REF-MES.
           COMPUTE WK-REF-DIA = WK-SERIAL-REF - WK-SERIAL-INI + 1.

       1060-CALCULAR-DATA-REF-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-TAXAS-CMS - carrega em memoria as entradas ativas da
      * tabela de comissao com vigencia ate o ultimo dia do periodo.
      * Sem a tabela nao ha comissao a apurar: a execucao e recusada
      * (RC=8).
      *-----------------------------------------------------------------
       1080-CARREGAR-TAXAS-CMS SECTION.
           OPEN INPUT TAXAS-CMS.
           IF WK-STATUS-T NOT EQUAL ZEROS
               IF WK-STATUS-T EQUAL 35
                   DISPLAY 'TaxasComissao.dat INEXISTENTE - CADASTRE '
                       'OS PERCENTUAIS DE COMISSAO'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-T
                       ' TAXASCOMISSAO'
               END-IF
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1081-LER-TAXA-CMS
               UNTIL WK-FIM-TAXAS EQUAL 'S'.
           CLOSE TAXAS-CMS.

           IF WK-CMS-QTD EQUAL ZEROS
               DISPLAY 'AVISO: NENHUM PERCENTUAL DE COMISSAO VIGENTE '
                   'NO PERIODO'
           END-IF.

       1080-CARREGAR-TAXAS-CMS-FIM.
           EXIT.

       1081-LER-TAXA-CMS SECTION.
           READ TAXAS-CMS INTO WK-REG-TAXA-CMS.
           IF WK-STATUS-T EQUAL 10
               MOVE 'S' TO WK-FIM-TAXAS
           ELSE
               IF WK-STATUS-T NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-T
                       ' TAXASCOMISSAO'
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
                   MOVE WK-RC-FINAL TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF CMS-ATIVO EQUAL 'S'
                       AND CMS-VIG NOT GREATER WK-DATA-REF-NUM
                       AND CMS-SITU GREATER ZEROS
                       IF WK-CMS-QTD LESS 200
                           ADD 1 TO WK-CMS-QTD
                           SET WK-CMS-IDX TO WK-CMS-QTD
                           MOVE CMS-VIG TO WK-CMS-VIG (WK-CMS-IDX)
                           MOVE CMS-SITU TO WK-CMS-SITU (WK-CMS-IDX)
                           MOVE CMS-DIAS-ATE
                               TO WK-CMS-DIAS-ATE (WK-CMS-IDX)
                           MOVE CMS-PCT TO WK-CMS-PCT (WK-CMS-IDX)
                       ELSE
                           DISPLAY 'ALERTA: TABELA DE COMISSAO CHEIA '
                               '- ENTRADA IGNORADA: ' CMS-VIG ' '
                               CMS-SITU ' ' CMS-DIAS-ATE
                           MOVE 4 TO WK-RC-NOVO
                           PERFORM 9100-REGISTRAR-SEVERIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1081-LER-TAXA-CMS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-FATURA - carrega a fatura da assessoria somando por
      * CNPJ as linhas do periodo apurado. Linha de outro periodo ou
      * ilegivel vai direto para o relatorio de divergencias. Sem a
      * fatura o extrato de comissao sai assim mesmo e a conferencia
      * fica para a proxima execucao (RC=4).
      *-----------------------------------------------------------------
       1090-CARREGAR-FATURA SECTION.
           OPEN INPUT FATURA.
           IF WK-STATUS-F NOT EQUAL ZEROS
               IF WK-STATUS-F EQUAL 35
                   DISPLAY 'AVISO: FaturaAssessoria.dat INEXISTENTE '
                       '- FATURA NAO CONFERIDA'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-F
                       ' FATURA'
               END-IF
               MOVE 'N' TO WK-FATURA-OK
               MOVE 'FATURA NAO RECEBIDA - NAO CONFERIDA'
                   TO FL-DIVERGENCIAS-ARQ
               PERFORM 2750-ESCREVER-LINHA-DIVERG
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               PERFORM 1091-LER-FATURA
                   UNTIL WK-FIM-FATURA EQUAL 'S'
               CLOSE FATURA
           END-IF.

       1090-CARREGAR-FATURA-FIM.
           EXIT.

       1091-LER-FATURA SECTION.
           READ FATURA INTO WK-REG-FATURA.
           IF WK-STATUS-F EQUAL 10
               MOVE 'S' TO WK-FIM-FATURA
           ELSE
               IF WK-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-F
                       ' FATURA'
                   MOVE 'S' TO WK-FIM-FATURA
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF FL-FATURA-ARQ NOT EQUAL SPACES
                       ADD 1 TO WK-QTD-LINHAS-FATURA
                       PERFORM 1092-ACUMULAR-FATURA
                   END-IF
               END-IF
           END-IF.

       1091-LER-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULAR-FATURA - soma a linha da fatura no CNPJ da tabela em
      * memoria (incluindo o CNPJ na primeira linha dele).
      *-----------------------------------------------------------------
       1092-ACUMULAR-FATURA SECTION.
           MOVE ZEROS TO WK-DIV-BASE-APURADA
                         WK-DIV-COM-APURADA
                         WK-DIV-BASE-FATURADA
                         WK-DIV-COM-FATURADA.

           IF FAT-CNPJ NOT NUMERIC
               OR FAT-PERIODO NOT NUMERIC
               OR FAT-VALO-BASE NOT NUMERIC
               OR FAT-VALO-COM NOT NUMERIC
               MOVE ZEROS TO WK-DIV-CNPJ
               MOVE 'LINHA INVALIDA NA FATURA' TO WK-MOTIVO-DIVERGENCIA
               PERFORM 2600-GRAVAR-DIVERGENCIA
           ELSE
               MOVE FAT-CNPJ TO WK-DIV-CNPJ
               MOVE FAT-VALO-BASE TO WK-DIV-BASE-FATURADA
               MOVE FAT-VALO-COM TO WK-DIV-COM-FATURADA
               ADD FAT-VALO-BASE TO WK-TOT-BASE-FATURADA
               ADD FAT-VALO-COM TO WK-TOT-COM-FATURADA
               IF FAT-PERIODO NOT EQUAL WK-PERIODO-NUM
                   MOVE 'PERIODO DIFERENTE' TO WK-MOTIVO-DIVERGENCIA
                   PERFORM 2600-GRAVAR-DIVERGENCIA
               ELSE
                   SET WK-FAT-IDX TO 1
                   SEARCH WK-FAT-ENT
                       AT END
                           PERFORM 1093-INCLUIR-FATURA
                       WHEN WK-FAT-IDX GREATER WK-FAT-QTD
                           PERFORM 1093-INCLUIR-FATURA
                       WHEN WK-FAT-CNPJ (WK-FAT-IDX) EQUAL FAT-CNPJ
                           ADD 1 TO WK-FAT-LINHAS (WK-FAT-IDX)
                           ADD FAT-VALO-BASE TO WK-FAT-BASE (WK-FAT-IDX)
                           ADD FAT-VALO-COM
                               TO WK-FAT-COMISSAO (WK-FAT-IDX)
                   END-SEARCH
               END-IF
           END-IF.

       1092-ACUMULAR-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUIR-FATURA - abre a entrada do CNPJ na tabela. Fatura com
      * mais CNPJs que a tabela comporta nao e conferida por inteiro
      * (RC=8): a linha excedente sai como divergencia.
      *-----------------------------------------------------------------
       1093-INCLUIR-FATURA SECTION.
           IF WK-FAT-QTD LESS 1000
               ADD 1 TO WK-FAT-QTD
               SET WK-FAT-IDX TO WK-FAT-QTD
               MOVE FAT-CNPJ TO WK-FAT-CNPJ (WK-FAT-IDX)
               MOVE 1 TO WK-FAT-LINHAS (WK-FAT-IDX)
               MOVE FAT-VALO-BASE TO WK-FAT-BASE (WK-FAT-IDX)
               MOVE FAT-VALO-COM TO WK-FAT-COMISSAO (WK-FAT-IDX)
               MOVE 'N' TO WK-FAT-CONFERIDO (WK-FAT-IDX)
           ELSE
               DISPLAY 'ERRO: FATURA EXCEDE A TABELA DE CONFERENCIA - '
                   'CNPJ ' FAT-CNPJ
               MOVE 'FATURA EXCEDE A TABELA' TO WK-MOTIVO-DIVERGENCIA
               PERFORM 2600-GRAVAR-DIVERGENCIA
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1093-INCLUIR-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho do extrato de
      * comissao com o numero de pagina corrente e, no meio de um
      * CNPJ, repete a linha do CNPJ em impressao.
      *-----------------------------------------------------------------
       1100-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-PAGINA-ATUAL.
           MOVE WK-PAGINA-ATUAL TO WK-CABEC01-PAG-NUM.
           MOVE 'EXTRATO DE COMISSAO DA ASSESSORIA - PER.'
               TO WK-CABEC02-DESC.

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
      * IMPRIMIR-CABEC-DIVERG - escreve o bloco de cabecalho do
      * relatorio de divergencias com o numero de pagina corrente.
      *-----------------------------------------------------------------
       1150-IMPRIMIR-CABEC-DIVERG SECTION.
           ADD 1 TO WK-PAGINA-ATUAL-DIV.
           MOVE WK-PAGINA-ATUAL-DIV TO WK-CABEC01-PAG-NUM.
           MOVE 'DIVERGENCIAS DA FATURA DE COMISSAO - PER.'
               TO WK-CABEC02-DESC.

           MOVE WK-CABEC-L TO FL-DIVERGENCIAS-ARQ.
           WRITE FL-DIVERGENCIAS-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC01 TO FL-DIVERGENCIAS-ARQ.
           WRITE FL-DIVERGENCIAS-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC02 TO FL-DIVERGENCIAS-ARQ.
           WRITE FL-DIVERGENCIAS-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC-L TO FL-DIVERGENCIAS-ARQ.
           WRITE FL-DIVERGENCIAS-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-LINDIT02 TO FL-DIVERGENCIAS-ARQ.
           WRITE FL-DIVERGENCIAS-ARQ AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO WK-LINHAS-PAGINA-DIV.

       1150-IMPRIMIR-CABEC-DIVERG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - le o proximo evento do livro. Mudanca de CNPJ
      * fecha o devedor anterior (subtotal e conferencia com a fatura)
      * e abre o novo; fim do livro fecha o ultimo.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ EVENTOS NEXT RECORD.

           IF WK-STATUS-V EQUAL 10
               MOVE 'S' TO WK-FIM-EVENTOS
               IF WK-EM-DEVEDOR EQUAL 'S'
                   PERFORM 2400-FECHAR-DEVEDOR
               END-IF
           ELSE
               IF WK-STATUS-V NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-V
                       ' EVENTOS'
                   MOVE 'S' TO WK-FIM-EVENTOS
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-EVENTOS-LIDOS
                   IF WK-EM-DEVEDOR EQUAL 'S'
                       AND EVT-CNPJ NOT EQUAL WK-DEV-CNPJ
                       PERFORM 2400-FECHAR-DEVEDOR
                   END-IF
                   IF WK-EM-DEVEDOR NOT EQUAL 'S'
                       PERFORM 2050-INICIAR-DEVEDOR
                   END-IF
                   PERFORM 2100-TRATAR-EVENTO
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

       2050-INICIAR-DEVEDOR SECTION.
           MOVE ZEROS TO WK-DEVEDOR.
           MOVE EVT-CNPJ TO WK-DEV-CNPJ.
           MOVE EVT-DATA TO WK-DEV-PRIMEIRA-DATA.
           MOVE 'N' TO WK-DEV-ENTRADA-OK
                       WK-DEV-NEG-ATIVO
                       WK-DEV-NEG-ESTIMADO
                       WK-DEV-IMPRESSO.
           MOVE 'S' TO WK-EM-DEVEDOR.

       2050-INICIAR-DEVEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRATAR-EVENTO - apura a comissao dos eventos da assessoria
      * datados no periodo e, em qualquer data, acompanha o acordo
      * negociado e a entrada do devedor em cobranca.
      *-----------------------------------------------------------------
       2100-TRATAR-EVENTO SECTION.
           MOVE EVT-DATA TO WK-DATA-EVT.

           IF EVT-TIPO EQUAL 'LQ'
               IF WK-DEV-PERIODO EQUAL WK-PERIODO-NUM
                   PERFORM 2200-APURAR-LIQUIDACAO
               END-IF
               MOVE 'N' TO WK-DEV-NEG-ATIVO
           ELSE
               IF EVT-TIPO EQUAL 'NG'
                   PERFORM 2250-REGISTRAR-NEGOCIACAO
               ELSE
                   IF EVT-TIPO EQUAL 'PC'
                       AND WK-DEV-NEG-ATIVO EQUAL 'S'
                       IF WK-DEV-PERIODO EQUAL WK-PERIODO-NUM
                           PERFORM 2300-APURAR-PARCELA
                       END-IF
                   ELSE
                       IF EVT-TIPO EQUAL 'QB'
                           MOVE 'N' TO WK-DEV-NEG-ATIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 2150-ACOMPANHAR-ENTRADA.

       2100-TRATAR-EVENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ACOMPANHAR-ENTRADA - o devedor entra em cobranca quando passa
      * a 03 ou 04 vindo de outra situacao (ou entra no mestre ja
      * nela); volta a 01 ou 02, ou sai do mestre, e deixa de estar.
      * A negociacao (05) e os eventos sem mudanca de situacao mantem
      * a data de entrada.
      *-----------------------------------------------------------------
       2150-ACOMPANHAR-ENTRADA SECTION.
           IF EVT-SITU-POS EQUAL 03 OR EVT-SITU-POS EQUAL 04
               IF EVT-TIPO EQUAL 'NV'
                   OR (EVT-SITU-ANT NOT EQUAL 03
                       AND EVT-SITU-ANT NOT EQUAL 04
                       AND EVT-SITU-ANT NOT EQUAL 05)
                   MOVE EVT-DATA TO WK-DEV-ENTRADA
                   MOVE 'S' TO WK-DEV-ENTRADA-OK
               END-IF
           ELSE
               IF EVT-SITU-POS NOT EQUAL 05
                   MOVE 'N' TO WK-DEV-ENTRADA-OK
               END-IF
           END-IF.

       2150-ACOMPANHAR-ENTRADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-DIAS - dias em cobranca da entrada ate a data do
      * evento corrente. Sem a entrada no livro conta do primeiro
      * evento do devedor e o calculo e marcado como estimado.
      *-----------------------------------------------------------------
       2160-CALCULAR-DIAS SECTION.
           MOVE 'N' TO WK-CAL-ESTIMADO.
           IF WK-DEV-ENTRADA-OK EQUAL 'S'
               MOVE WK-DEV-ENTRADA TO WK-CDS-DATA
           ELSE
               MOVE WK-DEV-PRIMEIRA-DATA TO WK-CDS-DATA
               MOVE 'S' TO WK-CAL-ESTIMADO
           END-IF.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-ENT.

           MOVE EVT-DATA TO WK-CDS-DATA.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-EVT.

           IF WK-SERIAL-EVT GREATER WK-SERIAL-ENT
               COMPUTE WK-CAL-DIAS = WK-SERIAL-EVT - WK-SERIAL-ENT
                   ON SIZE ERROR
                       MOVE 99999 TO WK-CAL-DIAS
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WK-CAL-DIAS
           END-IF.

       2160-CALCULAR-DIAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-PERCENTUAL - elege o percentual de comissao para a
      * situacao WK-CAL-SITU, os dias WK-CAL-DIAS e a data WK-CAL-DATA:
      * primeiro a vigencia ativa mais recente nao posterior a data
      * para a situacao, depois, nela, a menor faixa de dias que cobre
      * os dias em cobranca.
      *-----------------------------------------------------------------
       2170-BUSCAR-PERCENTUAL SECTION.
           MOVE 'N' TO WK-CAL-VIG-OK.
           MOVE 'N' TO WK-CAL-PCT-OK.
           MOVE ZEROS TO WK-CAL-VIG
                         WK-CAL-FAIXA
                         WK-CAL-PCT.

           PERFORM 2171-ESCOLHER-VIGENCIA
               VARYING WK-CMS-IDX FROM 1 BY 1
               UNTIL WK-CMS-IDX GREATER WK-CMS-QTD.

           IF WK-CAL-VIG-OK EQUAL 'S'
               PERFORM 2172-ESCOLHER-FAIXA
                   VARYING WK-CMS-IDX FROM 1 BY 1
                   UNTIL WK-CMS-IDX GREATER WK-CMS-QTD
           END-IF.

       2170-BUSCAR-PERCENTUAL-FIM.
           EXIT.

       2171-ESCOLHER-VIGENCIA SECTION.
           IF WK-CMS-SITU (WK-CMS-IDX) EQUAL WK-CAL-SITU
               AND WK-CMS-VIG (WK-CMS-IDX) NOT GREATER WK-CAL-DATA
               IF WK-CAL-VIG-OK NOT EQUAL 'S'
                   OR WK-CMS-VIG (WK-CMS-IDX) GREATER WK-CAL-VIG
                   MOVE 'S' TO WK-CAL-VIG-OK
                   MOVE WK-CMS-VIG (WK-CMS-IDX) TO WK-CAL-VIG
               END-IF
           END-IF.

       2171-ESCOLHER-VIGENCIA-FIM.
           EXIT.

       2172-ESCOLHER-FAIXA SECTION.
           IF WK-CMS-SITU (WK-CMS-IDX) EQUAL WK-CAL-SITU
               AND WK-CMS-VIG (WK-CMS-IDX) EQUAL WK-CAL-VIG
               AND WK-CMS-DIAS-ATE (WK-CMS-IDX) NOT LESS WK-CAL-DIAS
               IF WK-CAL-PCT-OK NOT EQUAL 'S'
                   OR WK-CMS-DIAS-ATE (WK-CMS-IDX) LESS WK-CAL-FAIXA
                   MOVE 'S' TO WK-CAL-PCT-OK
                   MOVE WK-CMS-DIAS-ATE (WK-CMS-IDX) TO WK-CAL-FAIXA
                   MOVE WK-CMS-PCT (WK-CMS-IDX) TO WK-CAL-PCT
               END-IF
           END-IF.

       2172-ESCOLHER-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APURAR-LIQUIDACAO - comissao sobre o valor liquidado junto a
      * assessoria, no percentual da situacao anterior a liquidacao
      * (a situacao da remessa) e dos dias em cobranca ate ela.
      *-----------------------------------------------------------------
       2200-APURAR-LIQUIDACAO SECTION.
           PERFORM 2160-CALCULAR-DIAS.
           MOVE EVT-SITU-ANT TO WK-CAL-SITU.
           MOVE EVT-DATA TO WK-CAL-DATA.
           MOVE EVT-VALO-MOV TO WK-CAL-BASE.
           MOVE 'LIQUIDACAO PELA ASSESSORIA' TO WK-OBSERVACAO.

           PERFORM 2350-CALCULAR-COMISSAO.

           ADD 1 TO WK-QTD-LIQUIDACOES.

       2200-APURAR-LIQUIDACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-NEGOCIACAO - guarda a situacao e os dias em cobranca
      * do acordo negociado pela assessoria, que valem para as
      * parcelas recebidas dali em diante. A negociacao do periodo
      * aparece no extrato, sem comissao propria.
      *-----------------------------------------------------------------
       2250-REGISTRAR-NEGOCIACAO SECTION.
           PERFORM 2160-CALCULAR-DIAS.
           MOVE 'S' TO WK-DEV-NEG-ATIVO.
           MOVE EVT-SITU-ANT TO WK-DEV-NEG-SITU.
           MOVE WK-CAL-DIAS TO WK-DEV-NEG-DIAS.
           MOVE WK-CAL-ESTIMADO TO WK-DEV-NEG-ESTIMADO.

           IF WK-DEV-PERIODO EQUAL WK-PERIODO-NUM
               MOVE EVT-SITU-ANT TO WK-CAL-SITU
               MOVE EVT-VALO-MOV TO WK-CAL-BASE
               MOVE ZEROS TO WK-CAL-PCT
                             WK-CAL-COMISSAO
               MOVE 'COMISSAO SOBRE PARCELAS PAGAS' TO WK-OBSERVACAO
               PERFORM 2500-IMPRIMIR-DETALHE
               ADD 1 TO WK-QTD-NEGOCIACOES
           END-IF.

       2250-REGISTRAR-NEGOCIACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APURAR-PARCELA - comissao sobre a parcela recebida de acordo
      * negociado pela assessoria, na situacao e nos dias em cobranca
      * da negociacao, com a vigencia da data do recebimento.
      *-----------------------------------------------------------------
       2300-APURAR-PARCELA SECTION.
           MOVE WK-DEV-NEG-SITU TO WK-CAL-SITU.
           MOVE WK-DEV-NEG-DIAS TO WK-CAL-DIAS.
           MOVE WK-DEV-NEG-ESTIMADO TO WK-CAL-ESTIMADO.
           MOVE EVT-DATA TO WK-CAL-DATA.
           MOVE EVT-VALO-MOV TO WK-CAL-BASE.
           MOVE EVT-COMPL TO WK-OBSERVACAO.

           PERFORM 2350-CALCULAR-COMISSAO.

           ADD 1 TO WK-QTD-PARCELAS.

       2300-APURAR-PARCELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-COMISSAO - aplica o percentual eleito sobre a base e
      * soma no devedor. Recuperacao sem percentual vigente sai com
      * comissao zero, alerta no console e RC=4.
      *-----------------------------------------------------------------
       2350-CALCULAR-COMISSAO SECTION.
           PERFORM 2170-BUSCAR-PERCENTUAL.

           IF WK-CAL-PCT-OK EQUAL 'S'
               COMPUTE WK-CAL-COMISSAO ROUNDED =
                   WK-CAL-BASE * WK-CAL-PCT / 100
           ELSE
               MOVE ZEROS TO WK-CAL-COMISSAO
               MOVE 'SEM PERCENTUAL VIGENTE' TO WK-OBSERVACAO
               DISPLAY 'ALERTA: SEM PERCENTUAL DE COMISSAO - CNPJ '
                   EVT-CNPJ ' SITUACAO ' WK-CAL-SITU ' DIAS '
                   WK-CAL-DIAS
               ADD 1 TO WK-QTD-SEM-TAXA
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           IF WK-CAL-ESTIMADO EQUAL 'S'
               ADD 1 TO WK-QTD-ESTIMADOS
           END-IF.

           ADD WK-CAL-BASE TO WK-DEV-BASE.
           ADD WK-CAL-COMISSAO TO WK-DEV-COMISSAO.

           PERFORM 2500-IMPRIMIR-DETALHE.

       2350-CALCULAR-COMISSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FECHAR-DEVEDOR - com alguma linha no extrato, imprime o
      * subtotal do CNPJ, soma nos totais e confere com a fatura.
      *-----------------------------------------------------------------
       2400-FECHAR-DEVEDOR SECTION.
           IF WK-DEV-IMPRESSO EQUAL 'S'
               MOVE 'TOTAL DO CNPJ' TO WK-SUB-DESC
               MOVE WK-DEV-BASE TO WK-SUB-BASE
               MOVE WK-DEV-COMISSAO TO WK-SUB-COMI
               MOVE WK-LINSUB TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               ADD 1 TO WK-QTD-DEVEDORES
               ADD WK-DEV-BASE TO WK-TOT-BASE-APURADA
               ADD WK-DEV-COMISSAO TO WK-TOT-COM-APURADA

               PERFORM 2450-CONFERIR-FATURA
           END-IF.

           MOVE 'N' TO WK-EM-EXTRATO.
           MOVE 'N' TO WK-EM-DEVEDOR.

       2400-FECHAR-DEVEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERIR-FATURA - confere o apurado do CNPJ com a soma das
      * linhas da fatura dele. CNPJ com comissao apurada e fora da
      * fatura, comissao ou base diferentes sao divergencias.
      *-----------------------------------------------------------------
       2450-CONFERIR-FATURA SECTION.
           IF WK-FATURA-OK EQUAL 'S'
               MOVE WK-DEV-CNPJ TO WK-DIV-CNPJ
               MOVE WK-DEV-BASE TO WK-DIV-BASE-APURADA
               MOVE WK-DEV-COMISSAO TO WK-DIV-COM-APURADA
               MOVE ZEROS TO WK-DIV-BASE-FATURADA
                             WK-DIV-COM-FATURADA
               MOVE SPACES TO WK-MOTIVO-DIVERGENCIA

               SET WK-FAT-IDX TO 1
               SEARCH WK-FAT-ENT
                   AT END
                       PERFORM 2460-CONFERIR-SEM-FATURA
                   WHEN WK-FAT-IDX GREATER WK-FAT-QTD
                       PERFORM 2460-CONFERIR-SEM-FATURA
                   WHEN WK-FAT-CNPJ (WK-FAT-IDX) EQUAL WK-DEV-CNPJ
                       PERFORM 2470-CONFERIR-COM-FATURA
               END-SEARCH

               IF WK-MOTIVO-DIVERGENCIA EQUAL SPACES
                   ADD 1 TO WK-QTD-CONFERIDOS
               ELSE
                   PERFORM 2600-GRAVAR-DIVERGENCIA
               END-IF
           END-IF.

       2450-CONFERIR-FATURA-FIM.
           EXIT.

       2460-CONFERIR-SEM-FATURA SECTION.
           IF WK-DEV-COMISSAO GREATER ZEROS
               MOVE 'APURADO SEM FATURA' TO WK-MOTIVO-DIVERGENCIA
           END-IF.

       2460-CONFERIR-SEM-FATURA-FIM.
           EXIT.

       2470-CONFERIR-COM-FATURA SECTION.
           MOVE 'S' TO WK-FAT-CONFERIDO (WK-FAT-IDX).
           MOVE WK-FAT-BASE (WK-FAT-IDX) TO WK-DIV-BASE-FATURADA.
           MOVE WK-FAT-COMISSAO (WK-FAT-IDX) TO WK-DIV-COM-FATURADA.

           IF WK-DIV-COM-FATURADA NOT EQUAL WK-DIV-COM-APURADA
               MOVE 'COMISSAO DIVERGENTE' TO WK-MOTIVO-DIVERGENCIA
           ELSE
               IF WK-DIV-BASE-FATURADA NOT EQUAL WK-DIV-BASE-APURADA
                   MOVE 'BASE DIVERGENTE' TO WK-MOTIVO-DIVERGENCIA
               END-IF
           END-IF.

       2470-CONFERIR-COM-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LISTAR-NAO-APURADO - CNPJ cobrado na fatura do periodo sem
      * nenhuma recuperacao apurada no livro de eventos.
      *-----------------------------------------------------------------
       2480-LISTAR-NAO-APURADO SECTION.
           IF WK-FAT-CONFERIDO (WK-FAT-IDX) NOT EQUAL 'S'
               MOVE WK-FAT-CNPJ (WK-FAT-IDX) TO WK-DIV-CNPJ
               MOVE ZEROS TO WK-DIV-BASE-APURADA
                             WK-DIV-COM-APURADA
               MOVE WK-FAT-BASE (WK-FAT-IDX) TO WK-DIV-BASE-FATURADA
               MOVE WK-FAT-COMISSAO (WK-FAT-IDX) TO WK-DIV-COM-FATURADA
               MOVE 'FATURADO SEM APURACAO' TO WK-MOTIVO-DIVERGENCIA
               PERFORM 2600-GRAVAR-DIVERGENCIA
           END-IF.

       2480-LISTAR-NAO-APURADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-DETALHE - imprime a linha do evento no extrato de
      * comissao, abrindo o CNPJ (linha com a razao social) na sua
      * primeira linha.
      *-----------------------------------------------------------------
       2500-IMPRIMIR-DETALHE SECTION.
           IF WK-DEV-IMPRESSO NOT EQUAL 'S'
               PERFORM 2520-ABRIR-CNPJ
           END-IF.

           MOVE WK-DEV-DIA TO WK-DET-DIA.
           MOVE WK-DEV-MES TO WK-DET-MES.
           MOVE WK-DEV-ANO TO WK-DET-ANO.

           MOVE EVT-TIPO TO WK-DET-TIPO.
           IF EVT-TIPO EQUAL 'LQ'
               MOVE 'LIQUIDADO ASSESSOR' TO WK-DET-DESC
           ELSE
               IF EVT-TIPO EQUAL 'NG'
                   MOVE 'NEGOCIADO ASSESSOR' TO WK-DET-DESC
               ELSE
                   MOVE 'PARCELA DE ACORDO' TO WK-DET-DESC
               END-IF
           END-IF.

           MOVE WK-CAL-SITU TO WK-DET-SITU.
           MOVE WK-CAL-DIAS TO WK-DET-DIAS.
           MOVE SPACES TO WK-DET-ESTI.
           IF WK-CAL-ESTIMADO EQUAL 'S'
               MOVE 'E' TO WK-DET-ESTI
           END-IF.
           MOVE WK-CAL-BASE TO WK-DET-BASE.
           MOVE WK-CAL-PCT TO WK-DET-PCT.
           MOVE WK-CAL-COMISSAO TO WK-DET-COMI.
           MOVE WK-OBSERVACAO TO WK-DET-OBSE.

           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           ADD 1 TO WK-DEV-LINHAS.

       2500-IMPRIMIR-DETALHE-FIM.
           EXIT.

       2520-ABRIR-CNPJ SECTION.
           MOVE WK-DEV-CNPJ TO WK-CNPJ-NUM.
           PERFORM 2560-FORMATAR-CNPJ.
           MOVE WK-CNPJ-EDIT TO WK-LCN-CNPJ.

           MOVE WK-DEV-CNPJ TO CAD-CNPJ.
           PERFORM 2510-BUSCAR-CADASTRO.
           MOVE WK-RAZAO-BUSCA TO WK-LCN-RAZAO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-LINCNPJ-ATUAL.
           MOVE WK-LINCNPJ TO WK-LINCNPJ-ATUAL.
           MOVE WK-LINCNPJ-ATUAL TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'S' TO WK-EM-EXTRATO.
           MOVE 'S' TO WK-DEV-IMPRESSO.

       2520-ABRIR-CNPJ-FIM.
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

       2560-FORMATAR-CNPJ SECTION.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.

       2560-FORMATAR-CNPJ-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-DIVERGENCIA - escreve no relatorio de divergencias a
      * linha montada em WK-DIV-* com o motivo em
      * WK-MOTIVO-DIVERGENCIA. A diferenca e a comissao faturada menos
      * a apurada (positiva: a assessoria cobra a mais).
      *-----------------------------------------------------------------
       2600-GRAVAR-DIVERGENCIA SECTION.
           MOVE WK-DIV-CNPJ TO WK-CNPJ-NUM.
           PERFORM 2560-FORMATAR-CNPJ.
           MOVE WK-CNPJ-EDIT TO WK-LDV-CNPJ-ED.

           MOVE WK-DIV-BASE-APURADA TO WK-LDV-BAPU.
           MOVE WK-DIV-COM-APURADA TO WK-LDV-CAPU.
           MOVE WK-DIV-BASE-FATURADA TO WK-LDV-BFAT.
           MOVE WK-DIV-COM-FATURADA TO WK-LDV-CFAT.
           COMPUTE WK-DIFERENCA =
               WK-DIV-COM-FATURADA - WK-DIV-COM-APURADA.
           MOVE WK-DIFERENCA TO WK-LDV-DIFE.
           MOVE WK-MOTIVO-DIVERGENCIA TO WK-LDV-MOTI.

           MOVE WK-LINDIV TO FL-DIVERGENCIAS-ARQ.
           PERFORM 2750-ESCREVER-LINHA-DIVERG.

           ADD 1 TO WK-QTD-DIVERGENTES.
           MOVE 4 TO WK-RC-NOVO.
           PERFORM 9100-REGISTRAR-SEVERIDADE.

       2600-GRAVAR-DIVERGENCIA-FIM.
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
      * ESCREVER-LINHA-DIVERG - o mesmo para o relatorio de
      * divergencias.
      *-----------------------------------------------------------------
       2750-ESCREVER-LINHA-DIVERG SECTION.
           IF WK-LINHAS-PAGINA-DIV NOT LESS WK-LIMITE-LINHAS
               MOVE FL-DIVERGENCIAS-ARQ TO WK-LINHA-PENDENTE
               PERFORM 1150-IMPRIMIR-CABEC-DIVERG
               MOVE WK-LINHA-PENDENTE TO FL-DIVERGENCIAS-ARQ
           END-IF.

           WRITE FL-DIVERGENCIAS-ARQ AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINHAS-PAGINA-DIV.

       2750-ESCREVER-LINHA-DIVERG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - lista os CNPJs faturados sem apuracao, imprime os
      * totais dos dois relatorios, fecha os arquivos e encerra com o
      * codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           IF WK-FATURA-OK EQUAL 'S'
               PERFORM 2480-LISTAR-NAO-APURADO
                   VARYING WK-FAT-IDX FROM 1 BY 1
                   UNTIL WK-FAT-IDX GREATER WK-FAT-QTD
           END-IF.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'LIQUIDACOES APURADAS' TO WK-RES-DESC.
           MOVE WK-QTD-LIQUIDACOES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'NEGOCIACOES NO PERIODO' TO WK-RES-DESC.
           MOVE WK-QTD-NEGOCIACOES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PARCELAS RECEBIDAS APURADAS' TO WK-RES-DESC.
           MOVE WK-QTD-PARCELAS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'RECUPERACOES SEM PERCENTUAL' TO WK-RES-DESC.
           MOVE WK-QTD-SEM-TAXA TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DIAS EM COBRANCA ESTIMADOS (E)' TO WK-RES-DESC.
           MOVE WK-QTD-ESTIMADOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CNPJS / VALOR BASE APURADO' TO WK-TOT-DESC.
           MOVE WK-QTD-DEVEDORES TO WK-TOT-QTD.
           MOVE WK-TOT-BASE-APURADA TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CNPJS / COMISSAO APURADA' TO WK-TOT-DESC.
           MOVE WK-QTD-DEVEDORES TO WK-TOT-QTD.
           MOVE WK-TOT-COM-APURADA TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-DIVERGENCIAS-ARQ.
           PERFORM 2750-ESCREVER-LINHA-DIVERG.

           MOVE 'LINHAS DA FATURA / COMISSAO FATURADA' TO WK-TOT-DESC.
           MOVE WK-QTD-LINHAS-FATURA TO WK-TOT-QTD.
           MOVE WK-TOT-COM-FATURADA TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-DIVERGENCIAS-ARQ.
           PERFORM 2750-ESCREVER-LINHA-DIVERG.

           MOVE 'CNPJS APURADOS / COMISSAO APURADA' TO WK-TOT-DESC.
           MOVE WK-QTD-DEVEDORES TO WK-TOT-QTD.
           MOVE WK-TOT-COM-APURADA TO WK-TOT-VALO.
           MOVE WK-LINTOT TO FL-DIVERGENCIAS-ARQ.
           PERFORM 2750-ESCREVER-LINHA-DIVERG.

           MOVE 'CNPJS CONFERIDOS SEM DIVERGENCIA' TO WK-RES-DESC.
           MOVE WK-QTD-CONFERIDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-DIVERGENCIAS-ARQ.
           PERFORM 2750-ESCREVER-LINHA-DIVERG.

           MOVE 'LINHAS DIVERGENTES' TO WK-RES-DESC.
           MOVE WK-QTD-DIVERGENTES TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-DIVERGENCIAS-ARQ.
           PERFORM 2750-ESCREVER-LINHA-DIVERG.

           CLOSE EVENTOS.
           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           CLOSE DIVERGENCIAS.
           IF WK-STATUS-G NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-G
           END-IF.

           DISPLAY 'CNPJS COM COMISSAO....: ' WK-QTD-DEVEDORES.
           DISPLAY 'COMISSAO APURADA......: ' WK-TOT-COM-APURADA.
           DISPLAY 'COMISSAO FATURADA.....: ' WK-TOT-COM-FATURADA.
           DISPLAY 'LINHAS DIVERGENTES....: ' WK-QTD-DIVERGENTES.
           DISPLAY 'SEM PERCENTUAL........: ' WK-QTD-SEM-TAXA.

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

       END PROGRAM CBLZMW21.
