       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW29.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Matriz de migracao da carteira (roll rate) entre duas
      *          geracoes mensais do snapshot arquivadas pelo CBLZMW16
      *          (Snapshot.AAAAMM). Casa os devedores por CNPJ e filial
      *          de origem entre o mes de origem e o mes de destino e
      *          imprime em RollRate.txt:
      *            - a matriz de/para por situacao (01 a 07 e outras),
      *              em quantidade e em valor;
      *            - a matriz de/para por faixa de atraso (a vencer,
      *              1-30, 31-60, 61-90, 91-180, acima de 180, sem
      *              data), com a situacao 07 BAIXADO como linha e
      *              coluna propria (destino da baixa para prejuizo);
      *            - em cada matriz, a linha NOVOS (devedor so no
      *              destino, pelo valor do destino), a coluna SAIDA
      *              (devedor so na origem: liquidado ou retirado) e a
      *              coluna PAGTO (amortizacao do devedor que continua
      *              na carteira). As celulas de/para levam o valor da
      *              origem; o TOTAL da linha e a carteira da origem;
      *            - a conciliacao da carteira entre as duas geracoes;
      *            - o percentual que rolou para faixa pior (ou para a
      *              baixa) em cada um dos seis ultimos meses ate o
      *              destino, em quantidade e valor, e a media.
      *          A faixa de atraso de cada geracao e calculada contra
      *          o ultimo dia do mes da geracao, com o criterio do
      *          aging do CBLZMW03. Parametros em CBLZMW29.PARM:
      *            linha 1 - mes de origem (AAAAMM); sem a linha 2 o
      *                      destino e o mes seguinte
      *            linha 2 - mes de destino (AAAAMM)
      *          Sem parametro, o destino e o mes anterior e a origem o
      *          mes antes dele. Geracao do par escolhido ausente
      *          encerra com RC=8; mes do historico sem geracao sai
      *          como ausente (RC=4).
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW29.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT SNAPSHOT-GER ASSIGN TO DYNAMIC WK-PATH-SNAPSHOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-G.

       SELECT ORIGEM-ORDENADO ASSIGN TO
           'Snapshot.rro'
           FILE STATUS IS WK-STATUS-O.

       SELECT DESTINO-ORDENADO ASSIGN TO
           'Snapshot.rrd'
           FILE STATUS IS WK-STATUS-D.

       SELECT WK-ARQ-ORDENACAO ASSIGN TO 'WKORD'.

       SELECT RELATORIO ASSIGN TO
           'RollRate.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD SNAPSHOT-GER.

       01 FL-SNAPSHOT-GER-ARQ PIC X(41).

       FD ORIGEM-ORDENADO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-ORIGEM-ORD-ARQ PIC X(41).

       FD DESTINO-ORDENADO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-DESTINO-ORD-ARQ PIC X(41).

       SD WK-ARQ-ORDENACAO.

       01 SD-REG-ORDENACAO.
           02 SD-CNPJ   PIC 9(14).
           02 FILLER    PIC X(25).
           02 SD-FILIAL PIC X(02).

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-G PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registros correntes das duas geracoes ja ordenadas por CNPJ e
      * filial. O destino usa o layout do copybook CBSNAPRG (campos
      * SNP-) e a origem a mesma estrutura com prefixo ORG-.
      *-----------------------------------------------------------------
       COPY CBSNAPRG.

       COPY CBSNAPRG REPLACING ==WK-REG-SNAPSHOT== BY ==WK-REG-ORIGEM==
                               LEADING ==SNP== BY ==ORG==.

      *-----------------------------------------------------------------
      * Nome da geracao mensal do snapshot (Snapshot.AAAAMM), montado
      * como no CBLZMW16.
      *-----------------------------------------------------------------
       01 WK-PATH-SNAPSHOT PIC X(100) VALUE SPACES.
       01 WK-PATH-GERACAO  PIC X(100) VALUE SPACES.

       01 WK-NOME-GERACAO.
           02 WK-NOME-PREFIXO PIC X(14) VALUE SPACES.
           02 WK-NOME-PERIODO PIC 9(06) VALUE ZEROS.

       01 WK-GER-PERIODO PIC 9(06) VALUE ZEROS.
       01 WK-GER-EXISTE  PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Meses de origem e de destino do par escolhido (AAAAMM).
      *-----------------------------------------------------------------
       01 WK-ORIGEM-ALFA PIC X(06) VALUE SPACES.
       01 WK-ORIGEM REDEFINES WK-ORIGEM-ALFA.
           02 WK-ORI-ANO PIC 9(04).
           02 WK-ORI-MES PIC 9(02).
       01 WK-ORIGEM-NUM REDEFINES WK-ORIGEM-ALFA PIC 9(06).

       01 WK-DESTINO-ALFA PIC X(06) VALUE SPACES.
       01 WK-DESTINO REDEFINES WK-DESTINO-ALFA.
           02 WK-DES-ANO PIC 9(04).
           02 WK-DES-MES PIC 9(02).
       01 WK-DESTINO-NUM REDEFINES WK-DESTINO-ALFA PIC 9(06).

      *-----------------------------------------------------------------
      * Mes de trabalho das contas de mes anterior / seguinte.
      *-----------------------------------------------------------------
       01 WK-MES-CALC.
           02 WK-MCL-ANO PIC 9(04) VALUE ZEROS.
           02 WK-MCL-MES PIC 9(02) VALUE ZEROS.
       01 WK-MES-CALC-NUM REDEFINES WK-MES-CALC PIC 9(06).

      *-----------------------------------------------------------------
      * Par de geracoes em confronto (o escolhido ou um do historico)
      * e o dia serial do ultimo dia do mes de cada uma, referencia
      * do calculo da faixa de atraso.
      *-----------------------------------------------------------------
       01 WK-PAR.
           02 WK-PAR-ORIGEM  PIC 9(06) VALUE ZEROS.
           02 WK-PAR-DESTINO PIC 9(06) VALUE ZEROS.
           02 WK-PAR-OK      PIC X(01) VALUE 'N'.

       01 WK-SERIAL-ORIGEM  PIC 9(09) VALUE ZEROS.
       01 WK-SERIAL-DESTINO PIC 9(09) VALUE ZEROS.
       01 WK-SERIAL-REF     PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Chaves de confronto do casamento balanceado (CNPJ + filial de
      * origem). Recebem HIGH-VALUES no fim de arquivo, para que o lado
      * esgotado nunca ganhe a comparacao.
      *-----------------------------------------------------------------
       01 WK-CHAVE-ORIGEM.
           02 WK-CHAVE-ORIGEM-CNPJ PIC X(14) VALUE SPACES.
           02 WK-CHAVE-ORIGEM-FIL  PIC X(02) VALUE SPACES.

       01 WK-CHAVE-DESTINO.
           02 WK-CHAVE-DESTINO-CNPJ PIC X(14) VALUE SPACES.
           02 WK-CHAVE-DESTINO-FIL  PIC X(02) VALUE SPACES.

       01 WK-FIM-ORIGEM  PIC X(01) VALUE 'N'.
       01 WK-FIM-DESTINO PIC X(01) VALUE 'N'.

       01 WK-SITU-BAIXADO PIC 9(02) VALUE 07.

      *-----------------------------------------------------------------
      * Matrizes de migracao: tipo 1 por situacao, tipo 2 por faixa.
      * Linhas 1 a 8 sao a classe na origem e a linha 9 os NOVOS;
      * colunas 1 a 8 sao a classe no destino, a coluna 9 os
      * pagamentos (amortizacao sem saida) e a coluna 10 as SAIDAS.
      * Classes da situacao: 01 a 07 e 8 para codigo fora da tabela.
      * Classes da faixa: 1 a 7 do aging e 8 para a situacao 07
      * BAIXADO, qualquer que seja o vencimento.
      *-----------------------------------------------------------------
       01 WK-TAB-MATRIZ.
           02 WK-MTZ-TIPO OCCURS 2 TIMES.
               03 WK-MTZ-LIN OCCURS 9 TIMES.
                   04 WK-MTZ-COL OCCURS 10 TIMES.
                       05 WK-MTZ-QTD  PIC 9(09).
                       05 WK-MTZ-VALO PIC 9(15)V99.

       01 WK-INDICES.
           02 WK-IX-T     PIC 9(02) VALUE ZEROS.
           02 WK-IX-L     PIC 9(02) VALUE ZEROS.
           02 WK-IX-C     PIC 9(02) VALUE ZEROS.
           02 WK-IX-SIT-O PIC 9(02) VALUE ZEROS.
           02 WK-IX-SIT-D PIC 9(02) VALUE ZEROS.
           02 WK-IX-FX-O  PIC 9(02) VALUE ZEROS.
           02 WK-IX-FX-D  PIC 9(02) VALUE ZEROS.
           02 WK-IX-SITU  PIC 9(02) VALUE ZEROS.
           02 WK-IX-POS   PIC 9(02) VALUE ZEROS.

       01 WK-VALO-DIF PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Rotulos das classes de cada matriz (linha e coluna).
      *-----------------------------------------------------------------
       01 WK-TAB-ROTULOS-DADOS PIC X(160) VALUE
           '    EM DIA  INADIMPL  COBRANCA  JURIDICO' &
           ' NEGOCIADO  INCOBRAV   BAIXADO    OUTRAS' &
           '  A VENCER    1 A 30   31 A 60   61 A 90' &
           '  91 A 180  ACIMA180  SEM DATA   BAIXADO'.

       01 WK-TAB-ROTULOS REDEFINES WK-TAB-ROTULOS-DADOS.
           02 WK-ROT-TIPO OCCURS 2 TIMES.
               03 WK-ROT-COL OCCURS 8 TIMES PIC X(10).

      *-----------------------------------------------------------------
      * Conciliacao da carteira entre as duas geracoes do par.
      *-----------------------------------------------------------------
       01 WK-CONCILIACAO.
           02 WK-CNC-ORI-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-ORI-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-CNC-SAI-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-SAI-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-CNC-PAG-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-PAG-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-CNC-ACR-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-ACR-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-CNC-NOV-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-NOV-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-CNC-BXA-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-BXA-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-CNC-DES-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-CNC-DES-VALO PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Rolagem para faixa pior do par: base e o devedor da origem nas
      * faixas 1 a 6; rolou o que chegou ao destino em faixa maior
      * (exceto sem data) ou na situacao 07 BAIXADO.
      *-----------------------------------------------------------------
       01 WK-ROLAGEM.
           02 WK-ROL-BASE-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-ROL-BASE-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-ROL-QTD       PIC 9(09) VALUE ZEROS.
           02 WK-ROL-VALO      PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Historico dos seis pares mensais ate o destino (o mais antigo
      * na posicao 1) e a soma dos pares apurados, base da media.
      *-----------------------------------------------------------------
       01 WK-TAB-HISTORICO.
           02 WK-HIS-ENT OCCURS 6 TIMES.
               03 WK-HIS-ORIGEM    PIC 9(06).
               03 WK-HIS-DESTINO   PIC 9(06).
               03 WK-HIS-OK        PIC X(01).
               03 WK-HIS-BASE-QTD  PIC 9(09).
               03 WK-HIS-BASE-VALO PIC 9(15)V99.
               03 WK-HIS-ROL-QTD   PIC 9(09).
               03 WK-HIS-ROL-VALO  PIC 9(15)V99.

       01 WK-HIS-IDX PIC 9(02) VALUE ZEROS.

       01 WK-HIS-SOMA.
           02 WK-HSM-PARES     PIC 9(02) VALUE ZEROS.
           02 WK-HSM-BASE-QTD  PIC 9(11) VALUE ZEROS.
           02 WK-HSM-BASE-VALO PIC 9(15)V99 VALUE ZEROS.
           02 WK-HSM-ROL-QTD   PIC 9(11) VALUE ZEROS.
           02 WK-HSM-ROL-VALO  PIC 9(15)V99 VALUE ZEROS.

       01 WK-PCT-CALC.
           02 WK-PCT-BASE  PIC 9(15)V99 VALUE ZEROS.
           02 WK-PCT-PARTE PIC 9(15)V99 VALUE ZEROS.
           02 WK-PCT       PIC 9(03)V9 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Faixa de atraso calculada de WK-FX-VENC contra o dia serial em
      * WK-SERIAL-REF, com o mesmo criterio do aging do CBLZMW03: 1 a
      * vencer, 2 de 1 a 30, 3 de 31 a 60, 4 de 61 a 90, 5 de 91 a
      * 180, 6 acima de 180, 7 sem data valida.
      *-----------------------------------------------------------------
       01 WK-FX-CONTROLE.
           02 WK-FX-VENC   PIC 9(08) VALUE ZEROS.
           02 WK-FX-FAIXA  PIC 9(01) VALUE ZEROS.
           02 WK-FX-DIAS   PIC S9(09) VALUE ZEROS.

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
      * Codigo de retorno da execucao: 0 normal, 4 mes do historico
      * sem geracao, 8 geracao do par escolhido ausente ou erro de
      * arquivo.
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW29'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(35) VALUE
               'MIGRACAO DA CARTEIRA (ROLL RATE): '.
           02 WK-CABEC02-MES-O PIC 9(02) VALUE ZEROS.
           02 WK-CABEC02-BAR1  PIC X(01) VALUE '/'.
           02 WK-CABEC02-ANO-O PIC 9(04) VALUE ZEROS.
           02 WK-CABEC02-LIT   PIC X(03) VALUE ' A '.
           02 WK-CABEC02-MES-D PIC 9(02) VALUE ZEROS.
           02 WK-CABEC02-BAR2  PIC X(01) VALUE '/'.
           02 WK-CABEC02-ANO-D PIC 9(04) VALUE ZEROS.

       01 WK-LINTIT PIC X(132) VALUE SPACES.

      *-----------------------------------------------------------------
      * Titulos fixos das matrizes, do par nao apurado e do historico.
      *-----------------------------------------------------------------
       01 WK-TIT-SIT-QTD.
           02 FILLER PIC X(46) VALUE
               'MATRIZ POR SITUACAO - QUANTIDADE DE DEVEDORES '.
           02 FILLER PIC X(15) VALUE
               '(CNPJ + FILIAL)'.

       01 WK-TIT-SIT-VAL.
           02 FILLER PIC X(47) VALUE
               'MATRIZ POR SITUACAO - VALOR EM REAIS (VALOR DA '.
           02 FILLER PIC X(36) VALUE
               'ORIGEM; NOVOS PELO VALOR DO DESTINO)'.

       01 WK-TIT-FXA-QTD.
           02 FILLER PIC X(43) VALUE
               'MATRIZ POR FAIXA DE ATRASO - QUANTIDADE DE '.
           02 FILLER PIC X(25) VALUE
               'DEVEDORES (CNPJ + FILIAL)'.

       01 WK-TIT-FXA-VAL.
           02 FILLER PIC X(44) VALUE
               'MATRIZ POR FAIXA DE ATRASO - VALOR EM REAIS '.
           02 FILLER PIC X(46) VALUE
               '(VALOR DA ORIGEM; NOVOS PELO VALOR DO DESTINO)'.

       01 WK-TIT-PAR-FALHOU.
           02 FILLER PIC X(48) VALUE
               'PAR ESCOLHIDO NAO APURADO - ERRO NA LEITURA DAS '.
           02 FILLER PIC X(08) VALUE
               'GERACOES'.

       01 WK-TIT-HIS.
           02 FILLER PIC X(51) VALUE
               'ROLAGEM PARA FAIXA PIOR - ULTIMOS SEIS MESES ATE O '.
           02 FILLER PIC X(07) VALUE
               'DESTINO'.

       01 WK-TIT-HIS-BASE.
           02 FILLER PIC X(51) VALUE
               'BASE: DEVEDORES NAS FAIXAS 1 A 6 NA ORIGEM. ROLOU: '.
           02 FILLER PIC X(49) VALUE
               'FAIXA MAIOR (EXCETO SEM DATA) OU BAIXADO (07) NO '.
           02 FILLER PIC X(07) VALUE
               'DESTINO'.

       01 WK-LINMTZ-CAB.
           02 WK-LMC-ROT PIC X(10).
           02 WK-LMC-ENT OCCURS 11 TIMES.
               03 WK-LMC-SP  PIC X(01).
               03 WK-LMC-CEL PIC X(10).

       01 WK-LINMTZ.
           02 WK-LMZ-ROT PIC X(10).
           02 WK-LMZ-ENT OCCURS 11 TIMES.
               03 WK-LMZ-SP  PIC X(01).
               03 WK-LMZ-CEL PIC Z(9)9.

      *-----------------------------------------------------------------
      * Totais das colunas da matriz em impressao (coluna 11 e o total
      * geral) e total da linha corrente.
      *-----------------------------------------------------------------
       01 WK-TOT-MATRIZ.
           02 WK-TMZ-CEL OCCURS 11 TIMES PIC 9(15)V99.

       01 WK-CEL-VALOR PIC 9(15)V99 VALUE ZEROS.
       01 WK-CEL-TOTAL PIC 9(15)V99 VALUE ZEROS.
       01 WK-MTZ-MODO  PIC X(01) VALUE 'Q'.

       01 WK-LINCNC.
           02 WK-CNC-DESC PIC X(45) VALUE SPACES.
           02 WK-CNC-QTD  PIC ZZZZZZZZ9.
           02 WK-CNC-SP01 PIC X(03) VALUE SPACES.
           02 WK-CNC-VALO PIC Z(14)9.99.

       01 WK-LINPCT.
           02 WK-LPC-DESC PIC X(45) VALUE SPACES.
           02 WK-LPC-PCT  PIC ZZ9.9.
           02 WK-LPC-LIT  PIC X(02) VALUE ' %'.

       01 WK-LINDIT-HIS.
           02 WK-LDH-PER  PIC X(20) VALUE 'ORIGEM  -> DESTINO'.
           02 WK-LDH-BQTD PIC X(10) VALUE '  BASE QTD'.
           02 WK-LDH-RQTD PIC X(11) VALUE '    ROLARAM'.
           02 WK-LDH-PQTD PIC X(07) VALUE '   %QTD'.
           02 WK-LDH-BVAL PIC X(20) VALUE '          BASE VALOR'.
           02 WK-LDH-RVAL PIC X(19) VALUE '       VALOR ROLADO'.
           02 WK-LDH-PVAL PIC X(08) VALUE '  %VALOR'.

       01 WK-LINHIS.
           02 WK-HLN-PERIODO.
               03 WK-HLN-ORI-MES PIC 9(02).
               03 WK-HLN-BAR1    PIC X(01).
               03 WK-HLN-ORI-ANO PIC 9(04).
               03 WK-HLN-SETA    PIC X(04).
               03 WK-HLN-DES-MES PIC 9(02).
               03 WK-HLN-BAR2    PIC X(01).
               03 WK-HLN-DES-ANO PIC 9(04).
           02 WK-HLN-PER-DESC REDEFINES WK-HLN-PERIODO PIC X(18).
           02 WK-HLN-SP01 PIC X(02).
           02 WK-HLN-BQTD PIC ZZZZZZZZ9.
           02 WK-HLN-SP02 PIC X(02).
           02 WK-HLN-RQTD PIC ZZZZZZZZ9.
           02 WK-HLN-SP03 PIC X(02).
           02 WK-HLN-PQTD PIC ZZ9.9.
           02 WK-HLN-SP04 PIC X(01).
           02 WK-HLN-BVAL PIC Z(14)9.99.
           02 WK-HLN-SP05 PIC X(01).
           02 WK-HLN-RVAL PIC Z(14)9.99.
           02 WK-HLN-SP06 PIC X(03).
           02 WK-HLN-PVAL PIC ZZ9.9.
           02 WK-HLN-SP07 PIC X(03).
           02 WK-HLN-OBS  PIC X(20).

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
      * INICIALIZAR - define o par de meses, confere que as duas
      * geracoes existem e abre o relatorio.
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

           IF WK-ORIGEM-NUM NOT LESS WK-DESTINO-NUM
               DISPLAY 'MES DE ORIGEM ' WK-ORIGEM-NUM
                   ' NAO ANTERIOR AO DESTINO ' WK-DESTINO-NUM
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'MES DE ORIGEM.: ' WK-ORIGEM-NUM.
           DISPLAY 'MES DE DESTINO: ' WK-DESTINO-NUM.

           MOVE WK-ORI-MES TO WK-CABEC02-MES-O.
           MOVE WK-ORI-ANO TO WK-CABEC02-ANO-O.
           MOVE WK-DES-MES TO WK-CABEC02-MES-D.
           MOVE WK-DES-ANO TO WK-CABEC02-ANO-D.

           MOVE WK-ORIGEM-NUM TO WK-GER-PERIODO.
           PERFORM 2110-VERIFICAR-GERACAO.
           IF WK-GER-EXISTE EQUAL 'S'
               MOVE WK-DESTINO-NUM TO WK-GER-PERIODO
               PERFORM 2110-VERIFICAR-GERACAO
           END-IF.

           IF WK-GER-EXISTE NOT EQUAL 'S'
               DISPLAY 'GERACAO AUSENTE: ' WK-PATH-SNAPSHOT (1:40)
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

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - mes de origem da 1a linha de CBLZMW29.PARM e
      * mes de destino da 2a (AAAAMM). Sem a 2a linha o destino e o
      * mes seguinte a origem; sem parametro o destino e o mes
      * anterior e a origem o mes antes dele.
      *-----------------------------------------------------------------
       1050-LER-PARAMETROS SECTION.
           IF WK-MONTH-SYS EQUAL 01
               COMPUTE WK-DES-ANO = WK-YEAR-SYS - 1
               MOVE 12 TO WK-DES-MES
           ELSE
               MOVE WK-YEAR-SYS TO WK-DES-ANO
               COMPUTE WK-DES-MES = WK-MONTH-SYS - 1
           END-IF.

           MOVE WK-DESTINO-NUM TO WK-MES-CALC-NUM.
           PERFORM 2910-MES-ANTERIOR.
           MOVE WK-MES-CALC-NUM TO WK-ORIGEM-NUM.

           OPEN INPUT CONTROLE.
           IF WK-STATUS-P EQUAL ZEROS
               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   IF FL-CONTROLE-ARQ (1:6) NUMERIC
                       AND FL-CONTROLE-ARQ (5:2) NOT LESS '01'
                       AND FL-CONTROLE-ARQ (5:2) NOT GREATER '12'
                       MOVE FL-CONTROLE-ARQ (1:6) TO WK-ORIGEM-ALFA
                       MOVE WK-ORIGEM-NUM TO WK-MES-CALC-NUM
                       PERFORM 2920-MES-SEGUINTE
                       MOVE WK-MES-CALC-NUM TO WK-DESTINO-NUM
                   ELSE
                       DISPLAY 'ALERTA: MES DE ORIGEM INVALIDO EM '
                           'CBLZMW29.PARM - USANDO O DEFAULT'
                   END-IF

                   READ CONTROLE
                   IF WK-STATUS-P EQUAL ZEROS
                       AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                       IF FL-CONTROLE-ARQ (1:6) NUMERIC
                           AND FL-CONTROLE-ARQ (5:2) NOT LESS '01'
                           AND FL-CONTROLE-ARQ (5:2) NOT GREATER '12'
                           MOVE FL-CONTROLE-ARQ (1:6)
                               TO WK-DESTINO-ALFA
                       ELSE
                           DISPLAY 'ALERTA: MES DE DESTINO INVALIDO '
                               'EM CBLZMW29.PARM - USANDO O DEFAULT'
                       END-IF
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

           MOVE ZEROS TO WK-LINHAS-PAGINA.

       1100-IMPRIMIR-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - apura primeiro os seis pares mensais do historico
      * de rolagem e por ultimo o par escolhido, cujas matrizes ficam
      * na tabela para a impressao.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           MOVE ZEROS TO WK-TAB-HISTORICO.
           MOVE WK-DESTINO-NUM TO WK-MES-CALC-NUM.

           PERFORM 2040-MONTAR-PAR-HISTORICO
               VARYING WK-HIS-IDX FROM 6 BY -1
               UNTIL WK-HIS-IDX LESS 1.

           PERFORM 2050-APURAR-PAR-HISTORICO
               VARYING WK-HIS-IDX FROM 1 BY 1
               UNTIL WK-HIS-IDX GREATER 6.

           MOVE WK-ORIGEM-NUM TO WK-PAR-ORIGEM.
           MOVE WK-DESTINO-NUM TO WK-PAR-DESTINO.
           PERFORM 2100-CONFRONTAR-PAR.
           PERFORM 2400-APURAR-ROLAGEM.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MONTAR-PAR-HISTORICO - recua um mes a partir do destino em
      * WK-MES-CALC: o mes corrente e o destino do par e o anterior a
      * sua origem, que passa a ser o destino do par seguinte.
      *-----------------------------------------------------------------
       2040-MONTAR-PAR-HISTORICO SECTION.
           MOVE WK-MES-CALC-NUM TO WK-HIS-DESTINO (WK-HIS-IDX).
           PERFORM 2910-MES-ANTERIOR.
           MOVE WK-MES-CALC-NUM TO WK-HIS-ORIGEM (WK-HIS-IDX).
           MOVE 'N' TO WK-HIS-OK (WK-HIS-IDX).

       2040-MONTAR-PAR-HISTORICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APURAR-PAR-HISTORICO - confronta o par mensal do historico e
      * guarda a rolagem apurada. Par sem uma das geracoes fica como
      * ausente (RC=4).
      *-----------------------------------------------------------------
       2050-APURAR-PAR-HISTORICO SECTION.
           MOVE WK-HIS-ORIGEM (WK-HIS-IDX) TO WK-GER-PERIODO.
           PERFORM 2110-VERIFICAR-GERACAO.
           IF WK-GER-EXISTE EQUAL 'S'
               MOVE WK-HIS-DESTINO (WK-HIS-IDX) TO WK-GER-PERIODO
               PERFORM 2110-VERIFICAR-GERACAO
           END-IF.

           IF WK-GER-EXISTE EQUAL 'S'
               MOVE WK-HIS-ORIGEM (WK-HIS-IDX) TO WK-PAR-ORIGEM
               MOVE WK-HIS-DESTINO (WK-HIS-IDX) TO WK-PAR-DESTINO
               PERFORM 2100-CONFRONTAR-PAR
               IF WK-PAR-OK EQUAL 'S'
                   PERFORM 2400-APURAR-ROLAGEM
                   MOVE 'S' TO WK-HIS-OK (WK-HIS-IDX)
                   MOVE WK-ROL-BASE-QTD
                       TO WK-HIS-BASE-QTD (WK-HIS-IDX)
                   MOVE WK-ROL-BASE-VALO
                       TO WK-HIS-BASE-VALO (WK-HIS-IDX)
                   MOVE WK-ROL-QTD TO WK-HIS-ROL-QTD (WK-HIS-IDX)
                   MOVE WK-ROL-VALO TO WK-HIS-ROL-VALO (WK-HIS-IDX)
               END-IF
           ELSE
               DISPLAY 'HISTORICO SEM GERACAO: '
                   WK-PATH-SNAPSHOT (1:40)
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       2050-APURAR-PAR-HISTORICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONFRONTAR-PAR - ordena as geracoes de WK-PAR-ORIGEM e
      * WK-PAR-DESTINO por CNPJ e filial e acumula as matrizes e a
      * conciliacao do par pelo casamento balanceado.
      *-----------------------------------------------------------------
       2100-CONFRONTAR-PAR SECTION.
           MOVE ZEROS TO WK-TAB-MATRIZ
                         WK-CONCILIACAO.
           MOVE 'S' TO WK-PAR-OK.
           MOVE 'N' TO WK-FIM-ORIGEM
                       WK-FIM-DESTINO.

           MOVE WK-PAR-ORIGEM TO WK-MES-CALC-NUM.
           PERFORM 2130-CALCULAR-FIM-MES.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-ORIGEM.

           MOVE WK-PAR-DESTINO TO WK-MES-CALC-NUM.
           PERFORM 2130-CALCULAR-FIM-MES.
           MOVE WK-CDS-SERIAL TO WK-SERIAL-DESTINO.

           MOVE 'Snapshot.' TO WK-NOME-PREFIXO.
           MOVE WK-PAR-ORIGEM TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-SNAPSHOT.

           SORT WK-ARQ-ORDENACAO
               ON ASCENDING KEY SD-CNPJ
               ON ASCENDING KEY SD-FILIAL
               USING SNAPSHOT-GER
               GIVING ORIGEM-ORDENADO.

           IF WK-STATUS-G NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-G
                   ' ' WK-PATH-SNAPSHOT (1:40)
               MOVE 'N' TO WK-PAR-OK
           END-IF.

           MOVE WK-PAR-DESTINO TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-SNAPSHOT.

           SORT WK-ARQ-ORDENACAO
               ON ASCENDING KEY SD-CNPJ
               ON ASCENDING KEY SD-FILIAL
               USING SNAPSHOT-GER
               GIVING DESTINO-ORDENADO.

           IF WK-STATUS-G NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-G
                   ' ' WK-PATH-SNAPSHOT (1:40)
               MOVE 'N' TO WK-PAR-OK
           END-IF.

           IF WK-PAR-OK EQUAL 'S'
               OPEN INPUT ORIGEM-ORDENADO
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-O
                   MOVE 'N' TO WK-PAR-OK
               ELSE
                   OPEN INPUT DESTINO-ORDENADO
                   IF WK-STATUS-D NOT EQUAL ZEROS
                       DISPLAY 'ERRO DE ABERTURA DE ARQUIVO '
                           WK-STATUS-D
                       MOVE 'N' TO WK-PAR-OK
                       CLOSE ORIGEM-ORDENADO
                   END-IF
               END-IF
           END-IF.

           IF WK-PAR-OK EQUAL 'S'
               PERFORM 2300-LER-ORIGEM
               PERFORM 2310-LER-DESTINO
               PERFORM 2200-CASAR-REGISTROS
                   UNTIL WK-FIM-ORIGEM EQUAL 'S'
                     AND WK-FIM-DESTINO EQUAL 'S'
               CLOSE ORIGEM-ORDENADO
               CLOSE DESTINO-ORDENADO
           END-IF.

           IF WK-PAR-OK NOT EQUAL 'S'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       2100-CONFRONTAR-PAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * VERIFICAR-GERACAO - confere se a geracao Snapshot.AAAAMM do
      * periodo em WK-GER-PERIODO existe (WK-GER-EXISTE S/N).
      *-----------------------------------------------------------------
       2110-VERIFICAR-GERACAO SECTION.
           MOVE 'Snapshot.' TO WK-NOME-PREFIXO.
           MOVE WK-GER-PERIODO TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-SNAPSHOT.

           OPEN INPUT SNAPSHOT-GER.
           IF WK-STATUS-G EQUAL ZEROS
               CLOSE SNAPSHOT-GER
               MOVE 'S' TO WK-GER-EXISTE
           ELSE
               IF WK-STATUS-G NOT EQUAL 35
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-G
               END-IF
               MOVE 'N' TO WK-GER-EXISTE
           END-IF.

       2110-VERIFICAR-GERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-FIM-MES - dia serial do ultimo dia do mes em
      * WK-MES-CALC (dia 1 do mes seguinte menos um), devolvido em
      * WK-CDS-SERIAL.
      *-----------------------------------------------------------------
       2130-CALCULAR-FIM-MES SECTION.
           PERFORM 2920-MES-SEGUINTE.
           MOVE WK-MCL-ANO TO WK-CDS-ANO.
           MOVE WK-MCL-MES TO WK-CDS-MES.
           MOVE 01 TO WK-CDS-DIA.
           PERFORM 2545-CALCULAR-DIA-SERIAL.
           SUBTRACT 1 FROM WK-CDS-SERIAL.

       2130-CALCULAR-FIM-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CASAR-REGISTROS - casamento balanceado por CNPJ + filial.
      * Chave so no destino e devedor novo; chave so na origem e
      * saida; chave nas duas geracoes migra de/para.
      *-----------------------------------------------------------------
       2200-CASAR-REGISTROS SECTION.
           IF WK-CHAVE-DESTINO LESS WK-CHAVE-ORIGEM
               PERFORM 2210-REGISTRO-NOVO
               PERFORM 2310-LER-DESTINO
           ELSE
               IF WK-CHAVE-DESTINO GREATER WK-CHAVE-ORIGEM
                   PERFORM 2220-REGISTRO-SAIDA
                   PERFORM 2300-LER-ORIGEM
               ELSE
                   PERFORM 2230-REGISTRO-CASADO
                   PERFORM 2300-LER-ORIGEM
                   PERFORM 2310-LER-DESTINO
               END-IF
           END-IF.

       2200-CASAR-REGISTROS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRO-NOVO - devedor so no destino: linha NOVOS, pelo valor
      * do destino.
      *-----------------------------------------------------------------
       2210-REGISTRO-NOVO SECTION.
           PERFORM 2260-CLASSIFICAR-DESTINO.

           ADD 1 TO WK-MTZ-QTD (1 9 WK-IX-SIT-D)
                    WK-MTZ-QTD (2 9 WK-IX-FX-D).
           ADD SNP-VALO TO WK-MTZ-VALO (1 9 WK-IX-SIT-D)
                           WK-MTZ-VALO (2 9 WK-IX-FX-D).

           ADD 1 TO WK-CNC-NOV-QTD
                    WK-CNC-DES-QTD.
           ADD SNP-VALO TO WK-CNC-NOV-VALO
                           WK-CNC-DES-VALO.

       2210-REGISTRO-NOVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRO-SAIDA - devedor so na origem (liquidado ou retirado da
      * carteira): coluna SAIDA, pelo valor da origem.
      *-----------------------------------------------------------------
       2220-REGISTRO-SAIDA SECTION.
           PERFORM 2250-CLASSIFICAR-ORIGEM.

           ADD 1 TO WK-MTZ-QTD (1 WK-IX-SIT-O 10)
                    WK-MTZ-QTD (2 WK-IX-FX-O 10).
           ADD ORG-VALO TO WK-MTZ-VALO (1 WK-IX-SIT-O 10)
                           WK-MTZ-VALO (2 WK-IX-FX-O 10).

           ADD 1 TO WK-CNC-ORI-QTD
                    WK-CNC-SAI-QTD.
           ADD ORG-VALO TO WK-CNC-ORI-VALO
                           WK-CNC-SAI-VALO.

       2220-REGISTRO-SAIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRO-CASADO - devedor nas duas geracoes: celula de/para
      * pelo valor da origem. A reducao do valor e pagamento (coluna
      * PAGTO) e o aumento e acrescimo de saldo, so na conciliacao.
      *-----------------------------------------------------------------
       2230-REGISTRO-CASADO SECTION.
           PERFORM 2250-CLASSIFICAR-ORIGEM.
           PERFORM 2260-CLASSIFICAR-DESTINO.

           ADD 1 TO WK-MTZ-QTD (1 WK-IX-SIT-O WK-IX-SIT-D)
                    WK-MTZ-QTD (2 WK-IX-FX-O WK-IX-FX-D).
           ADD ORG-VALO TO WK-MTZ-VALO (1 WK-IX-SIT-O WK-IX-SIT-D)
                           WK-MTZ-VALO (2 WK-IX-FX-O WK-IX-FX-D).

           ADD 1 TO WK-CNC-ORI-QTD
                    WK-CNC-DES-QTD.
           ADD ORG-VALO TO WK-CNC-ORI-VALO.
           ADD SNP-VALO TO WK-CNC-DES-VALO.

           IF SNP-VALO LESS ORG-VALO
               COMPUTE WK-VALO-DIF = ORG-VALO - SNP-VALO
               ADD 1 TO WK-MTZ-QTD (1 WK-IX-SIT-O 9)
                        WK-MTZ-QTD (2 WK-IX-FX-O 9)
                        WK-CNC-PAG-QTD
               ADD WK-VALO-DIF TO WK-MTZ-VALO (1 WK-IX-SIT-O 9)
                                  WK-MTZ-VALO (2 WK-IX-FX-O 9)
                                  WK-CNC-PAG-VALO
           ELSE
               IF SNP-VALO GREATER ORG-VALO
                   COMPUTE WK-VALO-DIF = SNP-VALO - ORG-VALO
                   ADD 1 TO WK-CNC-ACR-QTD
                   ADD WK-VALO-DIF TO WK-CNC-ACR-VALO
               END-IF
           END-IF.

           IF SNP-SITU EQUAL WK-SITU-BAIXADO
               AND ORG-SITU NOT EQUAL WK-SITU-BAIXADO
               ADD 1 TO WK-CNC-BXA-QTD
               ADD ORG-VALO TO WK-CNC-BXA-VALO
           END-IF.

       2230-REGISTRO-CASADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICAR-ORIGEM - classe da situacao e da faixa do registro
      * da origem (faixa contra o fim do mes da origem; 07 BAIXADO e a
      * classe 8 da faixa).
      *-----------------------------------------------------------------
       2250-CLASSIFICAR-ORIGEM SECTION.
           MOVE ORG-SITU TO WK-IX-SITU.
           PERFORM 2270-INDICE-SITUACAO.
           MOVE WK-IX-POS TO WK-IX-SIT-O.

           IF ORG-SITU EQUAL WK-SITU-BAIXADO
               MOVE 8 TO WK-IX-FX-O
           ELSE
               MOVE ORG-VENC TO WK-FX-VENC
               MOVE WK-SERIAL-ORIGEM TO WK-SERIAL-REF
               PERFORM 2550-CALCULAR-FAIXA
               MOVE WK-FX-FAIXA TO WK-IX-FX-O
           END-IF.

       2250-CLASSIFICAR-ORIGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICAR-DESTINO - o mesmo para o registro do destino,
      * contra o fim do mes do destino.
      *-----------------------------------------------------------------
       2260-CLASSIFICAR-DESTINO SECTION.
           MOVE SNP-SITU TO WK-IX-SITU.
           PERFORM 2270-INDICE-SITUACAO.
           MOVE WK-IX-POS TO WK-IX-SIT-D.

           IF SNP-SITU EQUAL WK-SITU-BAIXADO
               MOVE 8 TO WK-IX-FX-D
           ELSE
               MOVE SNP-VENC TO WK-FX-VENC
               MOVE WK-SERIAL-DESTINO TO WK-SERIAL-REF
               PERFORM 2550-CALCULAR-FAIXA
               MOVE WK-FX-FAIXA TO WK-IX-FX-D
           END-IF.

       2260-CLASSIFICAR-DESTINO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * INDICE-SITUACAO - classe da situacao em WK-IX-SITU: o proprio
      * codigo de 01 a 07, 8 para qualquer outro.
      *-----------------------------------------------------------------
       2270-INDICE-SITUACAO SECTION.
           IF WK-IX-SITU NOT LESS 1
               AND WK-IX-SITU NOT GREATER 7
               MOVE WK-IX-SITU TO WK-IX-POS
           ELSE
               MOVE 8 TO WK-IX-POS
           END-IF.

       2270-INDICE-SITUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-ORIGEM - le o proximo registro da origem ordenada; no fim
      * do arquivo a chave recebe HIGH-VALUES.
      *-----------------------------------------------------------------
       2300-LER-ORIGEM SECTION.
           READ ORIGEM-ORDENADO INTO WK-REG-ORIGEM.

           IF WK-STATUS-O EQUAL 10
               MOVE 'S' TO WK-FIM-ORIGEM
               MOVE HIGH-VALUES TO WK-CHAVE-ORIGEM
           ELSE
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-O
                   MOVE 'S' TO WK-FIM-ORIGEM
                   MOVE HIGH-VALUES TO WK-CHAVE-ORIGEM
                   MOVE 'N' TO WK-PAR-OK
               ELSE
                   MOVE ORG-CNPJ TO WK-CHAVE-ORIGEM-CNPJ
                   MOVE ORG-FILIAL TO WK-CHAVE-ORIGEM-FIL
               END-IF
           END-IF.

       2300-LER-ORIGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-DESTINO - le o proximo registro do destino ordenado; no
      * fim do arquivo a chave recebe HIGH-VALUES.
      *-----------------------------------------------------------------
       2310-LER-DESTINO SECTION.
           READ DESTINO-ORDENADO INTO WK-REG-SNAPSHOT.

           IF WK-STATUS-D EQUAL 10
               MOVE 'S' TO WK-FIM-DESTINO
               MOVE HIGH-VALUES TO WK-CHAVE-DESTINO
           ELSE
               IF WK-STATUS-D NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-D
                   MOVE 'S' TO WK-FIM-DESTINO
                   MOVE HIGH-VALUES TO WK-CHAVE-DESTINO
                   MOVE 'N' TO WK-PAR-OK
               ELSE
                   MOVE SNP-CNPJ TO WK-CHAVE-DESTINO-CNPJ
                   MOVE SNP-FILIAL TO WK-CHAVE-DESTINO-FIL
               END-IF
           END-IF.

       2310-LER-DESTINO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APURAR-ROLAGEM - soma na matriz por faixa do par a base (faixas
      * 1 a 6 da origem, inclusive as saidas) e o que rolou (coluna de
      * faixa maior que a da origem, exceto sem data, ou BAIXADO).
      *-----------------------------------------------------------------
       2400-APURAR-ROLAGEM SECTION.
           MOVE ZEROS TO WK-ROLAGEM.

           PERFORM 2410-SOMAR-ROLAGEM
               VARYING WK-IX-L FROM 1 BY 1
               UNTIL WK-IX-L GREATER 6
               AFTER WK-IX-C FROM 1 BY 1
               UNTIL WK-IX-C GREATER 10.

       2400-APURAR-ROLAGEM-FIM.
           EXIT.

       2410-SOMAR-ROLAGEM SECTION.
           IF WK-IX-C NOT EQUAL 9
               ADD WK-MTZ-QTD (2 WK-IX-L WK-IX-C) TO WK-ROL-BASE-QTD
               ADD WK-MTZ-VALO (2 WK-IX-L WK-IX-C)
                   TO WK-ROL-BASE-VALO
               IF WK-IX-C GREATER WK-IX-L
                   AND WK-IX-C NOT EQUAL 7
                   AND WK-IX-C NOT GREATER 8
                   ADD WK-MTZ-QTD (2 WK-IX-L WK-IX-C) TO WK-ROL-QTD
                   ADD WK-MTZ-VALO (2 WK-IX-L WK-IX-C) TO WK-ROL-VALO
               END-IF
           END-IF.

       2410-SOMAR-ROLAGEM-FIM.
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
      * CALCULAR-FAIXA - classifica a data de vencimento em WK-FX-VENC
      * na faixa de atraso contra o dia serial em WK-SERIAL-REF -
      * mesmo criterio do aging do CBLZMW03. Data zerada ou invalida
      * cai na faixa 7.
      *-----------------------------------------------------------------
       2550-CALCULAR-FAIXA SECTION.
           IF WK-FX-VENC NOT NUMERIC
               OR WK-FX-VENC EQUAL ZEROS
               OR WK-FX-VENC (5:2) LESS '01'
               OR WK-FX-VENC (5:2) GREATER '12'
               OR WK-FX-VENC (7:2) LESS '01'
               OR WK-FX-VENC (7:2) GREATER '31'
               MOVE 7 TO WK-FX-FAIXA
           ELSE
               MOVE WK-FX-VENC TO WK-CDS-DATA
               PERFORM 2545-CALCULAR-DIA-SERIAL
               COMPUTE WK-FX-DIAS =
                   WK-SERIAL-REF - WK-CDS-SERIAL
               IF WK-FX-DIAS NOT GREATER ZEROS
                   MOVE 1 TO WK-FX-FAIXA
               ELSE
                   IF WK-FX-DIAS NOT GREATER 30
                       MOVE 2 TO WK-FX-FAIXA
                   ELSE
                       IF WK-FX-DIAS NOT GREATER 60
                           MOVE 3 TO WK-FX-FAIXA
                       ELSE
                           IF WK-FX-DIAS NOT GREATER 90
                               MOVE 4 TO WK-FX-FAIXA
                           ELSE
                               IF WK-FX-DIAS NOT GREATER 180
                                   MOVE 5 TO WK-FX-FAIXA
                               ELSE
                                   MOVE 6 TO WK-FX-FAIXA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2550-CALCULAR-FAIXA-FIM.
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
      * arquivo da geracao: prefixo seguido do periodo AAAAMM.
      *-----------------------------------------------------------------
       2900-MONTAR-PATH-GERACAO SECTION.
           MOVE SPACES TO WK-PATH-GERACAO.
           STRING WK-NOME-PREFIXO DELIMITED BY SPACE
                  WK-NOME-PERIODO DELIMITED BY SIZE
               INTO WK-PATH-GERACAO.

       2900-MONTAR-PATH-GERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MES-ANTERIOR / MES-SEGUINTE - recua ou avanca um mes em
      * WK-MES-CALC, com a virada do ano.
      *-----------------------------------------------------------------
       2910-MES-ANTERIOR SECTION.
           IF WK-MCL-MES EQUAL 01
               MOVE 12 TO WK-MCL-MES
               SUBTRACT 1 FROM WK-MCL-ANO
           ELSE
               SUBTRACT 1 FROM WK-MCL-MES
           END-IF.

       2910-MES-ANTERIOR-FIM.
           EXIT.

       2920-MES-SEGUINTE SECTION.
           IF WK-MCL-MES EQUAL 12
               MOVE 01 TO WK-MCL-MES
               ADD 1 TO WK-MCL-ANO
           ELSE
               ADD 1 TO WK-MCL-MES
           END-IF.

       2920-MES-SEGUINTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - imprime as quatro matrizes do par escolhido, a
      * conciliacao e o historico de rolagem e encerra com o codigo de
      * retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           IF WK-PAR-OK EQUAL 'S'
               MOVE 1 TO WK-IX-T
               MOVE 'Q' TO WK-MTZ-MODO
               MOVE WK-TIT-SIT-QTD TO WK-LINTIT
               PERFORM 3100-IMPRIMIR-MATRIZ

               MOVE 'V' TO WK-MTZ-MODO
               MOVE WK-TIT-SIT-VAL TO WK-LINTIT
               PERFORM 3100-IMPRIMIR-MATRIZ

               MOVE 2 TO WK-IX-T
               MOVE 'Q' TO WK-MTZ-MODO
               MOVE WK-TIT-FXA-QTD TO WK-LINTIT
               PERFORM 3100-IMPRIMIR-MATRIZ

               MOVE 'V' TO WK-MTZ-MODO
               MOVE WK-TIT-FXA-VAL TO WK-LINTIT
               PERFORM 3100-IMPRIMIR-MATRIZ

               PERFORM 3200-IMPRIMIR-CONCILIACAO
           ELSE
               MOVE SPACES TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
               MOVE WK-TIT-PAR-FALHOU TO FL-RELATORIO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           END-IF.

           PERFORM 3300-IMPRIMIR-HISTORICO.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           DISPLAY 'DEVEDORES NA ORIGEM....: ' WK-CNC-ORI-QTD.
           DISPLAY 'DEVEDORES NO DESTINO...: ' WK-CNC-DES-QTD.
           DISPLAY 'MESES DO HISTORICO.....: ' WK-HSM-PARES.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-MATRIZ - imprime a matriz do tipo WK-IX-T em
      * quantidade (WK-MTZ-MODO Q) ou valor (V) com o titulo em
      * WK-LINTIT: uma linha por classe da origem, a linha NOVOS e a
      * linha de total. O TOTAL da linha soma as colunas de destino e
      * a SAIDA (o PAGTO ja esta contido nas celulas).
      *-----------------------------------------------------------------
       3100-IMPRIMIR-MATRIZ SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-LINTIT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-LINMTZ-CAB.
           MOVE 'ORIG/DEST' TO WK-LMC-ROT.
           PERFORM 3105-MONTAR-CAB-COLUNA
               VARYING WK-IX-C FROM 1 BY 1
               UNTIL WK-IX-C GREATER 8.
           MOVE '     PAGTO' TO WK-LMC-CEL (9).
           MOVE '     SAIDA' TO WK-LMC-CEL (10).
           MOVE '     TOTAL' TO WK-LMC-CEL (11).
           MOVE WK-LINMTZ-CAB TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE ZEROS TO WK-TOT-MATRIZ.
           PERFORM 3110-IMPRIMIR-LINHA-MATRIZ
               VARYING WK-IX-L FROM 1 BY 1
               UNTIL WK-IX-L GREATER 9.

           MOVE SPACES TO WK-LINMTZ.
           MOVE '     TOTAL' TO WK-LMZ-ROT.
           PERFORM 3130-MONTAR-CELULA-TOTAL
               VARYING WK-IX-C FROM 1 BY 1
               UNTIL WK-IX-C GREATER 11.
           MOVE WK-LINMTZ TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3100-IMPRIMIR-MATRIZ-FIM.
           EXIT.

       3105-MONTAR-CAB-COLUNA SECTION.
           MOVE WK-ROT-COL (WK-IX-T WK-IX-C) TO WK-LMC-CEL (WK-IX-C).

       3105-MONTAR-CAB-COLUNA-FIM.
           EXIT.

       3110-IMPRIMIR-LINHA-MATRIZ SECTION.
           MOVE SPACES TO WK-LINMTZ.
           IF WK-IX-L EQUAL 9
               MOVE '     NOVOS' TO WK-LMZ-ROT
           ELSE
               MOVE WK-ROT-COL (WK-IX-T WK-IX-L) TO WK-LMZ-ROT
           END-IF.

           MOVE ZEROS TO WK-CEL-TOTAL.
           PERFORM 3120-MONTAR-CELULA
               VARYING WK-IX-C FROM 1 BY 1
               UNTIL WK-IX-C GREATER 10.

           MOVE WK-CEL-TOTAL TO WK-LMZ-CEL (11).
           ADD WK-CEL-TOTAL TO WK-TMZ-CEL (11).

           MOVE WK-LINMTZ TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3110-IMPRIMIR-LINHA-MATRIZ-FIM.
           EXIT.

       3120-MONTAR-CELULA SECTION.
           IF WK-MTZ-MODO EQUAL 'Q'
               MOVE WK-MTZ-QTD (WK-IX-T WK-IX-L WK-IX-C)
                   TO WK-CEL-VALOR
           ELSE
               MOVE WK-MTZ-VALO (WK-IX-T WK-IX-L WK-IX-C)
                   TO WK-CEL-VALOR
           END-IF.

           MOVE WK-CEL-VALOR TO WK-LMZ-CEL (WK-IX-C).
           ADD WK-CEL-VALOR TO WK-TMZ-CEL (WK-IX-C).

           IF WK-IX-C NOT EQUAL 9
               ADD WK-CEL-VALOR TO WK-CEL-TOTAL
           END-IF.

       3120-MONTAR-CELULA-FIM.
           EXIT.

       3130-MONTAR-CELULA-TOTAL SECTION.
           MOVE WK-TMZ-CEL (WK-IX-C) TO WK-LMZ-CEL (WK-IX-C).

       3130-MONTAR-CELULA-TOTAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CONCILIACAO - carteira da origem ate a do destino,
      * baixas para prejuizo no periodo e a rolagem do par escolhido.
      *-----------------------------------------------------------------
       3200-IMPRIMIR-CONCILIACAO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CONCILIACAO DA CARTEIRA ENTRE AS DUAS GERACOES'
               TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CARTEIRA NA ORIGEM' TO WK-CNC-DESC.
           MOVE WK-CNC-ORI-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-ORI-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE '(-) SAIDAS (LIQUIDADOS OU RETIRADOS)' TO WK-CNC-DESC.
           MOVE WK-CNC-SAI-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-SAI-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE '(-) PAGAMENTOS SEM SAIDA (AMORTIZACAO)'
               TO WK-CNC-DESC.
           MOVE WK-CNC-PAG-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-PAG-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE '(+) ACRESCIMOS DE SALDO' TO WK-CNC-DESC.
           MOVE WK-CNC-ACR-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-ACR-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE '(+) NOVOS DEVEDORES' TO WK-CNC-DESC.
           MOVE WK-CNC-NOV-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-NOV-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CARTEIRA NO DESTINO' TO WK-CNC-DESC.
           MOVE WK-CNC-DES-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-DES-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'BAIXADOS PARA PREJUIZO NO PERIODO (07)'
               TO WK-CNC-DESC.
           MOVE WK-CNC-BXA-QTD TO WK-CNC-QTD.
           MOVE WK-CNC-BXA-VALO TO WK-CNC-VALO.
           MOVE WK-LINCNC TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-ROL-BASE-QTD TO WK-PCT-BASE.
           MOVE WK-ROL-QTD TO WK-PCT-PARTE.
           PERFORM 3320-CALCULAR-PERCENTUAL.
           MOVE 'ROLARAM PARA FAIXA PIOR OU BAIXA - QUANTIDADE'
               TO WK-LPC-DESC.
           MOVE WK-PCT TO WK-LPC-PCT.
           MOVE WK-LINPCT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-ROL-BASE-VALO TO WK-PCT-BASE.
           MOVE WK-ROL-VALO TO WK-PCT-PARTE.
           PERFORM 3320-CALCULAR-PERCENTUAL.
           MOVE 'ROLARAM PARA FAIXA PIOR OU BAIXA - VALOR'
               TO WK-LPC-DESC.
           MOVE WK-PCT TO WK-LPC-PCT.
           MOVE WK-LINPCT TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3200-IMPRIMIR-CONCILIACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-HISTORICO - rolagem para faixa pior em cada um dos
      * seis pares mensais ate o destino e a media dos pares apurados
      * (soma do que rolou sobre a soma das bases).
      *-----------------------------------------------------------------
       3300-IMPRIMIR-HISTORICO SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-TIT-HIS TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-TIT-HIS-BASE TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-LINDIT-HIS TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE ZEROS TO WK-HIS-SOMA.
           PERFORM 3310-IMPRIMIR-PAR-HISTORICO
               VARYING WK-HIS-IDX FROM 1 BY 1
               UNTIL WK-HIS-IDX GREATER 6.

           MOVE SPACES TO WK-LINHIS.
           MOVE 'MEDIA DO PERIODO' TO WK-HLN-PER-DESC.
           IF WK-HSM-PARES GREATER ZEROS
               MOVE WK-HSM-BASE-QTD TO WK-HLN-BQTD
               MOVE WK-HSM-ROL-QTD TO WK-HLN-RQTD
               MOVE WK-HSM-BASE-VALO TO WK-HLN-BVAL
               MOVE WK-HSM-ROL-VALO TO WK-HLN-RVAL
               MOVE WK-HSM-BASE-QTD TO WK-PCT-BASE
               MOVE WK-HSM-ROL-QTD TO WK-PCT-PARTE
               PERFORM 3320-CALCULAR-PERCENTUAL
               MOVE WK-PCT TO WK-HLN-PQTD
               MOVE WK-HSM-BASE-VALO TO WK-PCT-BASE
               MOVE WK-HSM-ROL-VALO TO WK-PCT-PARTE
               PERFORM 3320-CALCULAR-PERCENTUAL
               MOVE WK-PCT TO WK-HLN-PVAL
           ELSE
               MOVE 'SEM MES APURADO' TO WK-HLN-OBS
           END-IF.
           MOVE WK-LINHIS TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3300-IMPRIMIR-HISTORICO-FIM.
           EXIT.

       3310-IMPRIMIR-PAR-HISTORICO SECTION.
           MOVE SPACES TO WK-LINHIS.
           MOVE WK-HIS-ORIGEM (WK-HIS-IDX) TO WK-MES-CALC-NUM.
           MOVE WK-MCL-MES TO WK-HLN-ORI-MES.
           MOVE WK-MCL-ANO TO WK-HLN-ORI-ANO.
           MOVE WK-HIS-DESTINO (WK-HIS-IDX) TO WK-MES-CALC-NUM.
           MOVE WK-MCL-MES TO WK-HLN-DES-MES.
           MOVE WK-MCL-ANO TO WK-HLN-DES-ANO.
           MOVE '/' TO WK-HLN-BAR1
                       WK-HLN-BAR2.
           MOVE ' -> ' TO WK-HLN-SETA.

           IF WK-HIS-OK (WK-HIS-IDX) EQUAL 'S'
               MOVE WK-HIS-BASE-QTD (WK-HIS-IDX) TO WK-HLN-BQTD
               MOVE WK-HIS-ROL-QTD (WK-HIS-IDX) TO WK-HLN-RQTD
               MOVE WK-HIS-BASE-VALO (WK-HIS-IDX) TO WK-HLN-BVAL
               MOVE WK-HIS-ROL-VALO (WK-HIS-IDX) TO WK-HLN-RVAL

               MOVE WK-HIS-BASE-QTD (WK-HIS-IDX) TO WK-PCT-BASE
               MOVE WK-HIS-ROL-QTD (WK-HIS-IDX) TO WK-PCT-PARTE
               PERFORM 3320-CALCULAR-PERCENTUAL
               MOVE WK-PCT TO WK-HLN-PQTD

               MOVE WK-HIS-BASE-VALO (WK-HIS-IDX) TO WK-PCT-BASE
               MOVE WK-HIS-ROL-VALO (WK-HIS-IDX) TO WK-PCT-PARTE
               PERFORM 3320-CALCULAR-PERCENTUAL
               MOVE WK-PCT TO WK-HLN-PVAL

               ADD 1 TO WK-HSM-PARES
               ADD WK-HIS-BASE-QTD (WK-HIS-IDX) TO WK-HSM-BASE-QTD
               ADD WK-HIS-ROL-QTD (WK-HIS-IDX) TO WK-HSM-ROL-QTD
               ADD WK-HIS-BASE-VALO (WK-HIS-IDX) TO WK-HSM-BASE-VALO
               ADD WK-HIS-ROL-VALO (WK-HIS-IDX) TO WK-HSM-ROL-VALO
           ELSE
               MOVE 'GERACAO AUSENTE' TO WK-HLN-OBS
           END-IF.

           MOVE WK-LINHIS TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3310-IMPRIMIR-PAR-HISTORICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULAR-PERCENTUAL - WK-PCT-PARTE sobre WK-PCT-BASE, em
      * percentual com uma casa; base zerada da zero.
      *-----------------------------------------------------------------
       3320-CALCULAR-PERCENTUAL SECTION.
           IF WK-PCT-BASE GREATER ZEROS
               COMPUTE WK-PCT ROUNDED =
                   WK-PCT-PARTE * 100 / WK-PCT-BASE
           ELSE
               MOVE ZEROS TO WK-PCT
           END-IF.

       3320-CALCULAR-PERCENTUAL-FIM.
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

       END PROGRAM CBLZMW29.
