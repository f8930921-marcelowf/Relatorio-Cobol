       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW18.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Provisao mensal para devedores duvidosos (PDD). Le a
      *          foto datada da carteira do periodo fechado
      *          (Snapshot.AAAAMM, arquivada pelo CBLZMW16) e consulta
      *          o cadastro mestre (Mestre.dat) para cada devedor:
      *          classifica o valor na faixa de atraso (mesmas faixas
      *          do Aging.txt, contadas ate o ultimo dia do periodo) e
      *          aplica o percentual de provisao da situacao x faixa da
      *          tabela TaxasPDD.dat (copybook CBPDDREG, com vigencia).
      *          O retorno da assessoria ja postado no mestre pelo
      *          CBLZMW07 (05 NEGOCIADO / 06 INCOBRAVEL) prevalece
      *          sobre a situacao da foto. Gera:
      *            - Provisao.txt: provisao por situacao e faixa, o
      *              lancamento por filial e a conciliacao da base
      *              provisionada com o relatorio de fechamento do
      *              CBLZMW16 (ultima execucao do periodo em
      *              Historico.AAAAMM);
      *            - LancamentoPDD.AAAAMM: lancamentos contabeis para a
      *              contabilidade geral (copybook CBLCTREG), um por
      *              filial, so com a diferenca contra o saldo lancado
      *              no periodo anterior (SaldoPDD.dat).
      *          Parametros em CBLZMW18.PARM: 1a linha o periodo
      *          AAAAMM (ausente, o mes anterior ao da execucao), 2a a
      *          conta de despesa com provisao, 3a a conta da provisao
      *          (redutora do ativo), 4a a conta de reversao e 5a o
      *          prefixo do centro de custo (completado pelo codigo da
      *          filial). Reprocessar o mesmo periodo recalcula contra
      *          o mesmo saldo anterior; periodo anterior ao ultimo ja
      *          lancado e recusado (RC=8). Base divergente do
      *          fechamento ou situacao x faixa sem percentual
      *          cadastrado terminam com RC=4.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Devedor baixado para prejuizo (situacao
      *                        07, CBLZMW25) nao e provisionado: o da
      *                        foto fica fora da provisao e da base da
      *                        conciliacao (como no historico do
      *                        CBLZMW03) e o baixado no mestre depois
      *                        da foto provisiona zero.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW18.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT CONTROLE03 ASSIGN TO
           'CBLZMW03.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-3.

       SELECT TAXAS-PDD ASSIGN TO
           'TaxasPDD.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-T.

       SELECT SNAPSHOT-GER ASSIGN TO DYNAMIC WK-PATH-SNAPSHOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-N.

       SELECT HISTORICO-GER ASSIGN TO DYNAMIC WK-PATH-HISTORICO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-H.

       SELECT MESTRE ASSIGN TO
           'Mestre.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-CNPJ
           FILE STATUS IS WK-STATUS-M.

       SELECT SALDOS ASSIGN TO
           'SaldoPDD.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-D.

       SELECT LANCAMENTOS ASSIGN TO DYNAMIC WK-PATH-LANCAMENTO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-L.

       SELECT SITUACOES ASSIGN TO
           'Situacoes.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-U.

       SELECT PROVISAO ASSIGN TO
           'Provisao.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD CONTROLE03.

       01 FL-CONTROLE03-ARQ PIC X(100).

       FD TAXAS-PDD.

       01 FL-TAXAS-PDD-ARQ PIC X(17).

       FD SNAPSHOT-GER.

       01 FL-SNAPSHOT-GER-ARQ PIC X(41).

       FD HISTORICO-GER.

       01 FL-HISTORICO-GER-ARQ PIC X(42).

       FD MESTRE.

       COPY CBMSTREG.

       FD SALDOS.

       01 FL-SALDOS-ARQ PIC X(42).
       01 FILLER REDEFINES FL-SALDOS-ARQ.
           02 SDP-FILIAL    PIC X(02).
           02 SDP-PERIODO   PIC 9(06).
           02 SDP-SALDO-ANT PIC 9(15)V99.
           02 SDP-SALDO     PIC 9(15)V99.

       FD LANCAMENTOS.

       01 FL-LANCAMENTOS-ARQ PIC X(114).

       FD SITUACOES.

       01 FL-SITUACOES-ARQ PIC X(31).

       FD PROVISAO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-PROVISAO-ARQ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-3 PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-T PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-N PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-H PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-L PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-U PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Caminhos das geracoes do periodo (foto da carteira e historico
      * arquivados pelo CBLZMW16) e do arquivo de lancamentos, todos
      * montados como prefixo + periodo AAAAMM.
      *-----------------------------------------------------------------
       01 WK-PATH-SNAPSHOT   PIC X(100) VALUE SPACES.
       01 WK-PATH-HISTORICO  PIC X(100) VALUE SPACES.
       01 WK-PATH-LANCAMENTO PIC X(100) VALUE SPACES.
       01 WK-PATH-GERACAO    PIC X(100) VALUE SPACES.

       01 WK-NOME-GERACAO.
           02 WK-NOME-PREFIXO PIC X(14) VALUE SPACES.
           02 WK-NOME-PERIODO PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registros da foto da carteira e do historico de execucoes
      * (copybooks CBSNAPRG e CBHISREG), tabela de percentuais da PDD
      * (CBPDDREG), layout dos lancamentos contabeis (CBLCTREG) e
      * tabela de situacoes para as descricoes do relatorio.
      *-----------------------------------------------------------------
       COPY CBSNAPRG.

       COPY CBHISREG.

       COPY CBPDDREG.

       COPY CBLCTREG.

       COPY CBSITMEM.

       COPY CBSITTAB.

       01 WK-FIM-SITUACOES PIC X(01) VALUE 'N'.
       01 WK-FIM-TAXAS     PIC X(01) VALUE 'N'.
       01 WK-FIM-SALDOS    PIC X(01) VALUE 'N'.
       01 WK-FIM-HISTORICO PIC X(01) VALUE 'N'.
       01 WK-FIM-SNAPSHOT  PIC X(01) VALUE 'N'.

       01 WK-MESTRE-OK     PIC X(01) VALUE 'S'.
       01 WK-FECHAMENTO-OK PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Execucao encerrada sem erro de leitura da foto: so entao os
      * lancamentos e os saldos sao gravados - uma provisao calculada
      * sobre uma foto lida pela metade reverteria a diferenca na
      * contabilidade.
      *-----------------------------------------------------------------
       01 WK-EXECUCAO-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * SaldoPDD.dat com periodo posterior ao informado: a execucao e
      * recusada para nao lancar um mes ja superado.
      *-----------------------------------------------------------------
       01 WK-PERIODO-POSTERIOR PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Periodo provisionado (AAAAMM, 1a linha de CBLZMW18.PARM;
      * ausente, o mes anterior ao da execucao) e data de referencia,
      * o ultimo dia do periodo: base da contagem dos dias de atraso,
      * da vigencia dos percentuais e da data do lancamento.
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
       01 WK-SERIAL-VENC PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Contas contabeis e prefixo do centro de custo (2a a 5a linhas
      * de CBLZMW18.PARM; linha ausente mantem o default). O centro
      * de custo do lancamento e o prefixo seguido do codigo da
      * filial.
      *-----------------------------------------------------------------
       01 WK-CONTA-DESPESA  PIC X(20) VALUE '3.1.05.001'.
       01 WK-CONTA-PROVISAO PIC X(20) VALUE '1.1.09.901'.
       01 WK-CONTA-REVERSAO PIC X(20) VALUE '3.1.05.002'.
       01 WK-PREFIXO-CCUSTO PIC X(08) VALUE 'CC'.

       01 WK-CCUSTO PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * Identificacao da empresa no header dos lancamentos - a mesma
      * da remessa de cobranca, lida da 8a linha de CBLZMW03.PARM.
      *-----------------------------------------------------------------
       01 WK-ID-EMPRESA PIC X(10) VALUE 'VOLVO00001'.

       01 WK-IDX-PARM PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Codigos de situacao do retorno da assessoria que prevalecem
      * sobre a situacao da foto (gravados no mestre pelo CBLZMW07).
      *-----------------------------------------------------------------
       01 WK-SITU-NEGOCIADO  PIC 9(02) VALUE 05.
       01 WK-SITU-INCOBRAVEL PIC 9(02) VALUE 06.

      *-----------------------------------------------------------------
      * Situacao do devedor baixado para prejuizo (gravada no mestre
      * pelo CBLZMW25), fora da provisao.
      *-----------------------------------------------------------------
       01 WK-SITU-BAIXADO PIC 9(02) VALUE 07.

      *-----------------------------------------------------------------
      * Classificacao do registro corrente da foto.
      *-----------------------------------------------------------------
       01 WK-SITU-PDD   PIC 9(02) VALUE ZEROS.
       01 WK-FAIXA      PIC 9(01) VALUE ZEROS.
       01 WK-DIAS-ATRASO PIC S9(09) VALUE ZEROS.
       01 WK-PCT-REG    PIC 9(03)V99 VALUE ZEROS.
       01 WK-PROV-REG   PIC 9(13)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Provisao acumulada por situacao x faixa: quantidade de
      * registros, base (valor da foto) e valor provisionado.
      *-----------------------------------------------------------------
       01 WK-MATRIZ-PROVISAO.
           02 WK-MAT-SIT OCCURS 99 TIMES.
               03 WK-MAT-FAIXA OCCURS 7 TIMES.
                   04 WK-MAT-QTD  PIC 9(09).
                   04 WK-MAT-BASE PIC 9(15)V99.
                   04 WK-MAT-PROV PIC 9(15)V99.

       01 WK-TOTAIS-SITUACAO.
           02 WK-TSI-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-TSI-BASE PIC 9(15)V99 VALUE ZEROS.
           02 WK-TSI-PROV PIC 9(15)V99 VALUE ZEROS.

       01 WK-TOTAIS-PROVISAO.
           02 WK-TOT-QTD  PIC 9(09) VALUE ZEROS.
           02 WK-TOT-BASE PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-PROV PIC 9(15)V99 VALUE ZEROS.

       01 WK-PCT-MEDIO PIC 9(03)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Conciliacao com o fechamento: base da foto por situacao da
      * propria foto (o mesmo criterio do historico do CBLZMW03) e
      * posicao de fechamento do CBLZMW16 (ultima execucao do periodo
      * em Historico.AAAAMM, identificada pela chave data+hora).
      *-----------------------------------------------------------------
       01 WK-CONCILIACAO.
           02 WK-CON-SIT OCCURS 99 TIMES.
               03 WK-CON-BASE PIC 9(15)V99.
               03 WK-CON-FE   PIC 9(15)V99.

       01 WK-CHAVE-REG.
           02 WK-CHV-DATA PIC 9(08) VALUE ZEROS.
           02 WK-CHV-HORA PIC 9(06) VALUE ZEROS.

       01 WK-CHAVE-FECHAMENTO PIC X(14) VALUE SPACES.

       01 WK-TOT-CON-BASE PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-CON-FE   PIC 9(15)V99 VALUE ZEROS.
       01 WK-DIFERENCA    PIC S9(15)V99 VALUE ZEROS.
       01 WK-QTD-DIVERGENCIAS PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Saldos por filial: o saldo lancado no periodo anterior (de
      * SaldoPDD.dat) e a provisao calculada no periodo. Filial com
      * saldo anterior e sem registro na foto fica com provisao zero
      * e tem o saldo inteiro revertido.
      *-----------------------------------------------------------------
       01 WK-TAB-FILIAIS.
           02 WK-FIL-QTD PIC 9(02) VALUE ZEROS.
           02 WK-FIL-ENT OCCURS 50 TIMES.
               03 WK-FIL-COD       PIC X(02).
               03 WK-FIL-SALDO-ANT PIC 9(15)V99.
               03 WK-FIL-PROVISAO  PIC 9(15)V99.

       01 WK-FIL-IDX   PIC 9(02) VALUE ZEROS.
       01 WK-FIL-ACHOU PIC 9(02) VALUE ZEROS.
       01 WK-FIL-BUSCA PIC X(02) VALUE SPACES.

       01 WK-VARIACAO-FIL PIC S9(15)V99 VALUE ZEROS.

       01 WK-TOTAIS-LANCAMENTO.
           02 WK-TOT-SALDO-ANT PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-SALDO-ATU PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-VARIACAO  PIC S9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Contadores da execucao.
      *-----------------------------------------------------------------
       01 WK-CONTADORES.
           02 WK-QTD-LIDOS       PIC 9(09) VALUE ZEROS.
           02 WK-QTD-FORA-MESTRE PIC 9(09) VALUE ZEROS.
           02 WK-QTD-RETORNO     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-PCT     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-LANCAMENTOS PIC 9(09) VALUE ZEROS.
           02 WK-QTD-BAIXADOS    PIC 9(09) VALUE ZEROS.

       01 WK-SIT-IDX-REL   PIC 9(03) VALUE ZEROS.
       01 WK-FAIXA-IDX-REL PIC 9(01) VALUE ZEROS.

       01 WK-COD-BUSCA  PIC 9(02) VALUE ZEROS.
       01 WK-DESC-BUSCA PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * Descricao das faixas de atraso, na ordem do Aging.txt.
      *-----------------------------------------------------------------
       01 WK-TAB-FAIXAS-DADOS PIC X(84) VALUE
           'A VENCER    ' &
           '1-30 DIAS   ' &
           '31-60 DIAS  ' &
           '61-90 DIAS  ' &
           '91-180 DIAS ' &
           'ACIMA DE 180' &
           'SEM DATA    '.

       01 WK-TAB-FAIXAS REDEFINES WK-TAB-FAIXAS-DADOS.
           02 WK-TAB-FAIXA-DESC PIC X(12) OCCURS 7 TIMES.

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
      * Codigo de retorno da execucao: 0 limpo, 4 advertencia (base
      * divergente do fechamento, percentual ausente, mestre
      * indisponivel), 8 erro (periodo nao fechado, tabela de
      * percentuais ausente, periodo ja superado, erro de leitura).
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(100) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW18'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(42) VALUE
               'PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) - '.
           02 WK-CABEC02-PER  PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Titulos de coluna de cada bloco do relatorio: o bloco corrente
      * fica em WK-LINDIT-ATUAL, reimpresso a cada quebra de pagina.
      *-----------------------------------------------------------------
       01 WK-LINDIT-ATUAL PIC X(100) VALUE SPACES.

       01 WK-LINDIT01.
           02 WK-LINDIT01-SIT PIC X(24) VALUE 'SITUACAO'.
           02 WK-LINDIT01-FX  PIC X(13) VALUE 'FAIXA'.
           02 WK-LINDIT01-QTD PIC X(10) VALUE '      QTD'.
           02 WK-LINDIT01-BAS PIC X(17) VALUE '             BASE'.
           02 WK-LINDIT01-PCT PIC X(07) VALUE '  % PDD'.
           02 WK-LINDIT01-PRV PIC X(17) VALUE '         PROVISAO'.

       01 WK-LINDIT02.
           02 WK-LINDIT02-FIL PIC X(08) VALUE 'FILIAL'.
           02 WK-LINDIT02-CC  PIC X(12) VALUE 'C. CUSTO'.
           02 WK-LINDIT02-ANT PIC X(17) VALUE '   SALDO ANTERIOR'.
           02 WK-LINDIT02-ATU PIC X(17) VALUE '      SALDO ATUAL'.
           02 WK-LINDIT02-VAR PIC X(18) VALUE '        LANCAMENTO'.

       01 WK-LINDIT03.
           02 WK-LINDIT03-SIT PIC X(24) VALUE 'SITUACAO'.
           02 WK-LINDIT03-BAS PIC X(17) VALUE '    BASE DA FOTO'.
           02 WK-LINDIT03-FE  PIC X(17) VALUE '       FECHAMENTO'.
           02 WK-LINDIT03-DIF PIC X(18) VALUE '         DIFERENCA'.

       01 WK-LINTIT.
           02 WK-LINTIT-DESC PIC X(60) VALUE SPACES.
           02 WK-LINTIT-PER  PIC X(40) VALUE SPACES.

       01 WK-LINDET.
           02 WK-DET-SIT  PIC 9(02) VALUE ZEROS.
           02 WK-DET-SP01 PIC X(01) VALUE SPACES.
           02 WK-DET-DESC PIC X(20) VALUE SPACES.
           02 WK-DET-SP02 PIC X(01) VALUE SPACES.
           02 WK-DET-FX   PIC X(12) VALUE SPACES.
           02 WK-DET-SP03 PIC X(01) VALUE SPACES.
           02 WK-DET-QTD  PIC ZZZZZZZZ9.
           02 WK-DET-SP04 PIC X(01) VALUE SPACES.
           02 WK-DET-BASE PIC Z(12)9.99.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-PCT  PIC ZZ9.99.
           02 WK-DET-SP06 PIC X(01) VALUE SPACES.
           02 WK-DET-PROV PIC Z(12)9.99.

       01 WK-LINFIL.
           02 WK-LFI-FIL  PIC X(08) VALUE SPACES.
           02 WK-LFI-CC   PIC X(10) VALUE SPACES.
           02 WK-LFI-SP02 PIC X(02) VALUE SPACES.
           02 WK-LFI-ANT  PIC Z(12)9.99.
           02 WK-LFI-SP03 PIC X(01) VALUE SPACES.
           02 WK-LFI-ATU  PIC Z(12)9.99.
           02 WK-LFI-SP04 PIC X(01) VALUE SPACES.
           02 WK-LFI-VAR  PIC +(14)9.99.

       01 WK-LINCON.
           02 WK-LCO-SIT  PIC 9(02) VALUE ZEROS.
           02 WK-LCO-SP01 PIC X(01) VALUE SPACES.
           02 WK-LCO-DESC PIC X(20) VALUE SPACES.
           02 WK-LCO-SP02 PIC X(01) VALUE SPACES.
           02 WK-LCO-BASE PIC Z(12)9.99.
           02 WK-LCO-SP03 PIC X(01) VALUE SPACES.
           02 WK-LCO-FE   PIC Z(12)9.99.
           02 WK-LCO-SP04 PIC X(01) VALUE SPACES.
           02 WK-LCO-DIF  PIC +(14)9.99.

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
           PERFORM 2000-PROCESSAR UNTIL WK-FIM-SNAPSHOT EQUAL 'S'.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - le os parametros, calcula a data de referencia,
      * carrega percentuais, saldos anteriores e a posicao de
      * fechamento e abre a foto do periodo, o mestre e o relatorio.
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

           MOVE ZEROS TO WK-MATRIZ-PROVISAO.
           MOVE ZEROS TO WK-CONCILIACAO.
           MOVE ZEROS TO WK-TAB-PDD-CARREGADA.

           PERFORM 1050-LER-PARAMETROS.
           PERFORM 1060-CALCULAR-DATA-REF.
           PERFORM 1070-LER-ID-EMPRESA.
           PERFORM 1040-CARREGAR-SITUACOES.

           MOVE WK-PERIODO-NUM TO WK-CABEC02-PER.

           DISPLAY 'PERIODO PROVISIONADO: ' WK-PERIODO-NUM.
           DISPLAY 'DATA DE REFERENCIA..: ' WK-DATA-REF-NUM.

           PERFORM 1080-CARREGAR-TAXAS-PDD.
           PERFORM 1090-CARREGAR-SALDOS.
           PERFORM 1095-CARREGAR-FECHAMENTO.

           MOVE 'Snapshot.' TO WK-NOME-PREFIXO.
           MOVE WK-PERIODO-NUM TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-SNAPSHOT.

           OPEN INPUT SNAPSHOT-GER.
           IF WK-STATUS-N NOT EQUAL ZEROS
               IF WK-STATUS-N EQUAL 35
                   DISPLAY 'FOTO DO PERIODO INEXISTENTE: '
                       WK-PATH-SNAPSHOT (1:40)
                   DISPLAY 'PERIODO NAO FECHADO - EXECUTE O CBLZMW16'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-N
               END-IF
               PERFORM 9000-ABORTAR
           END-IF.

           OPEN INPUT MESTRE.
           IF WK-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
               DISPLAY 'AVISO: Mestre.dat INDISPONIVEL - PROVISAO PELA '
                   'SITUACAO DA FOTO'
               MOVE 'N' TO WK-MESTRE-OK
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           OPEN OUTPUT PROVISAO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-S
               PERFORM 9000-ABORTAR
           END-IF.

           MOVE WK-LINDIT01 TO WK-LINDIT-ATUAL.
           PERFORM 1100-IMPRIMIR-CABECALHO.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PARAMETROS - le CBLZMW18.PARM: 1a linha o periodo AAAAMM,
      * 2a a conta de despesa, 3a a conta da provisao, 4a a conta de
      * reversao e 5a o prefixo do centro de custo. Linha ausente ou
      * invalida mantem o default de cada item (o periodo default e o
      * mes anterior ao da execucao).
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
                           'CBLZMW18.PARM - USANDO MES ANTERIOR'
                   END-IF
               END-IF

               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   MOVE FL-CONTROLE-ARQ (1:20) TO WK-CONTA-DESPESA
               END-IF

               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   MOVE FL-CONTROLE-ARQ (1:20) TO WK-CONTA-PROVISAO
               END-IF

               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   MOVE FL-CONTROLE-ARQ (1:20) TO WK-CONTA-REVERSAO
               END-IF

               READ CONTROLE
               IF WK-STATUS-P EQUAL ZEROS
                   AND FL-CONTROLE-ARQ NOT EQUAL SPACES
                   MOVE FL-CONTROLE-ARQ (1:8) TO WK-PREFIXO-CCUSTO
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
      * LER-ID-EMPRESA - aproveita CBLZMW03.PARM para usar no header
      * dos lancamentos a mesma identificacao de empresa da remessa de
      * cobranca (8a linha), como o CBLZMW15.
      *-----------------------------------------------------------------
       1070-LER-ID-EMPRESA SECTION.
           OPEN INPUT CONTROLE03.
           IF WK-STATUS-3 EQUAL ZEROS
               PERFORM 1075-LER-LINHA-PARM03
                   VARYING WK-IDX-PARM FROM 1 BY 1
                   UNTIL WK-IDX-PARM GREATER 8
                      OR WK-STATUS-3 NOT EQUAL ZEROS
               CLOSE CONTROLE03
           END-IF.

       1070-LER-ID-EMPRESA-FIM.
           EXIT.

       1075-LER-LINHA-PARM03 SECTION.
           READ CONTROLE03.
           IF WK-STATUS-3 EQUAL ZEROS
               AND FL-CONTROLE03-ARQ NOT EQUAL SPACES
               IF WK-IDX-PARM EQUAL 8
                   MOVE FL-CONTROLE03-ARQ (1:10) TO WK-ID-EMPRESA
               END-IF
           END-IF.

       1075-LER-LINHA-PARM03-FIM.
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
      * CARREGAR-TAXAS-PDD - carrega os percentuais ativos de
      * TaxasPDD.dat com vigencia ate a data de referencia, elegendo
      * para cada situacao x faixa a vigencia mais recente. Sem a
      * tabela a execucao e recusada (RC=8): uma provisao toda zerada
      * reverteria o saldo inteiro na contabilidade.
      *-----------------------------------------------------------------
       1080-CARREGAR-TAXAS-PDD SECTION.
           OPEN INPUT TAXAS-PDD.
           IF WK-STATUS-T NOT EQUAL ZEROS
               IF WK-STATUS-T EQUAL 35
                   DISPLAY 'TaxasPDD.dat INEXISTENTE - CADASTRE OS '
                       'PERCENTUAIS DA PDD'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-T
                       ' TAXASPDD'
               END-IF
               PERFORM 9000-ABORTAR
           END-IF.

           PERFORM 1081-LER-TAXA-PDD
               UNTIL WK-FIM-TAXAS EQUAL 'S'.
           CLOSE TAXAS-PDD.

       1080-CARREGAR-TAXAS-PDD-FIM.
           EXIT.

       1081-LER-TAXA-PDD SECTION.
           READ TAXAS-PDD INTO WK-REG-TAXA-PDD.
           IF WK-STATUS-T EQUAL 10
               MOVE 'S' TO WK-FIM-TAXAS
           ELSE
               IF WK-STATUS-T NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-T
                       ' TAXASPDD'
                   PERFORM 9000-ABORTAR
               ELSE
                   IF PDD-ATIVO EQUAL 'S'
                       AND PDD-VIG NOT GREATER WK-DATA-REF-NUM
                       AND PDD-SITU GREATER ZEROS
                       AND PDD-FAIXA GREATER ZEROS
                       AND PDD-FAIXA NOT GREATER 7
                       IF WK-PDD-ACHOU (PDD-SITU, PDD-FAIXA)
                           NOT EQUAL 'S'
                           OR PDD-VIG NOT LESS
                              WK-PDD-VIG (PDD-SITU, PDD-FAIXA)
                           MOVE 'S'
                               TO WK-PDD-ACHOU (PDD-SITU, PDD-FAIXA)
                           MOVE PDD-VIG
                               TO WK-PDD-VIG (PDD-SITU, PDD-FAIXA)
                           MOVE PDD-PCT
                               TO WK-PDD-PCT (PDD-SITU, PDD-FAIXA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1081-LER-TAXA-PDD-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-SALDOS - carrega de SaldoPDD.dat o saldo da provisao
      * por filial. Registro do proprio periodo e um reprocessamento:
      * vale o saldo anterior guardado nele, para o lancamento ser
      * recalculado contra a mesma base. Registro de periodo
      * posterior recusa a execucao (RC=8). Arquivo inexistente e a
      * primeira provisao: saldo anterior zero.
      *-----------------------------------------------------------------
       1090-CARREGAR-SALDOS SECTION.
           OPEN INPUT SALDOS.
           IF WK-STATUS-D EQUAL ZEROS
               PERFORM 1091-LER-SALDO
                   UNTIL WK-FIM-SALDOS EQUAL 'S'
               CLOSE SALDOS
           ELSE
               IF WK-STATUS-D EQUAL 35
                   DISPLAY 'SaldoPDD.dat INEXISTENTE - PRIMEIRA '
                       'PROVISAO, SALDO ANTERIOR ZERO'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-D
                       ' SALDOPDD'
                   PERFORM 9000-ABORTAR
               END-IF
           END-IF.

           IF WK-PERIODO-POSTERIOR EQUAL 'S'
               DISPLAY 'EXECUCAO RECUSADA: SaldoPDD.dat JA TEM '
                   'PROVISAO LANCADA EM PERIODO POSTERIOR A '
                   WK-PERIODO-NUM
               PERFORM 9000-ABORTAR
           END-IF.

       1090-CARREGAR-SALDOS-FIM.
           EXIT.

       1091-LER-SALDO SECTION.
           READ SALDOS.
           IF WK-STATUS-D EQUAL 10
               MOVE 'S' TO WK-FIM-SALDOS
           ELSE
               IF WK-STATUS-D NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-D
                       ' SALDOPDD'
                   PERFORM 9000-ABORTAR
               ELSE
                   IF SDP-PERIODO GREATER WK-PERIODO-NUM
                       MOVE 'S' TO WK-PERIODO-POSTERIOR
                   END-IF
                   MOVE SDP-FILIAL TO WK-FIL-BUSCA
                   PERFORM 2150-LOCALIZAR-FILIAL
                   IF WK-FIL-ACHOU GREATER ZEROS
                       IF SDP-PERIODO EQUAL WK-PERIODO-NUM
                           MOVE SDP-SALDO-ANT
                               TO WK-FIL-SALDO-ANT (WK-FIL-ACHOU)
                       ELSE
                           MOVE SDP-SALDO
                               TO WK-FIL-SALDO-ANT (WK-FIL-ACHOU)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1091-LER-SALDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-FECHAMENTO - acumula, de Historico.AAAAMM, a posicao
      * de fechamento do periodo por situacao (ultima execucao, mesma
      * foto do relatorio Fechamento.txt do CBLZMW16). Geracao
      * inexistente deixa a conciliacao de fora, com RC=4.
      *-----------------------------------------------------------------
       1095-CARREGAR-FECHAMENTO SECTION.
           MOVE 'Historico.' TO WK-NOME-PREFIXO.
           MOVE WK-PERIODO-NUM TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-HISTORICO.

           OPEN INPUT HISTORICO-GER.
           IF WK-STATUS-H EQUAL ZEROS
               MOVE 'S' TO WK-FECHAMENTO-OK
               PERFORM 1096-LER-HISTORICO
                   UNTIL WK-FIM-HISTORICO EQUAL 'S'
               CLOSE HISTORICO-GER
           ELSE
               DISPLAY 'AVISO: FECHAMENTO DO PERIODO INDISPONIVEL '
                   WK-STATUS-H ' - CONCILIACAO NAO REALIZADA'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1095-CARREGAR-FECHAMENTO-FIM.
           EXIT.

       1096-LER-HISTORICO SECTION.
           READ HISTORICO-GER INTO WK-REG-HISTORICO.
           IF WK-STATUS-H EQUAL 10
               MOVE 'S' TO WK-FIM-HISTORICO
           ELSE
               IF WK-STATUS-H NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-H
                   MOVE 'S' TO WK-FIM-HISTORICO
                   MOVE 'N' TO WK-FECHAMENTO-OK
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 1097-ACUMULAR-FECHAMENTO
               END-IF
           END-IF.

       1096-LER-HISTORICO-FIM.
           EXIT.

       1097-ACUMULAR-FECHAMENTO SECTION.
           MOVE HIS-DATA TO WK-CHV-DATA.
           MOVE HIS-HORA TO WK-CHV-HORA.

           IF WK-CHAVE-FECHAMENTO EQUAL SPACES
               OR WK-CHAVE-REG GREATER WK-CHAVE-FECHAMENTO
               PERFORM 1098-ZERAR-FECHAMENTO
                   VARYING WK-SIT-IDX-REL FROM 1 BY 1
                   UNTIL WK-SIT-IDX-REL GREATER 99
               MOVE WK-CHAVE-REG TO WK-CHAVE-FECHAMENTO
           END-IF.

           IF WK-CHAVE-REG EQUAL WK-CHAVE-FECHAMENTO
               AND HIS-SITU GREATER ZEROS
               MOVE HIS-VALO TO WK-CON-FE (HIS-SITU)
           END-IF.

       1097-ACUMULAR-FECHAMENTO-FIM.
           EXIT.

       1098-ZERAR-FECHAMENTO SECTION.
           MOVE ZEROS TO WK-CON-FE (WK-SIT-IDX-REL).

       1098-ZERAR-FECHAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho do relatorio
      * com o numero de pagina corrente e os titulos de coluna do
      * bloco em impressao.
      *-----------------------------------------------------------------
       1100-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-PAGINA-ATUAL.
           MOVE WK-PAGINA-ATUAL TO WK-CABEC01-PAG-NUM.

           MOVE WK-CABEC-L TO FL-PROVISAO-ARQ.
           WRITE FL-PROVISAO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC01 TO FL-PROVISAO-ARQ.
           WRITE FL-PROVISAO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC02 TO FL-PROVISAO-ARQ.
           WRITE FL-PROVISAO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC-L TO FL-PROVISAO-ARQ.
           WRITE FL-PROVISAO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-LINDIT-ATUAL TO FL-PROVISAO-ARQ.
           WRITE FL-PROVISAO-ARQ AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO WK-LINHAS-PAGINA.

       1100-IMPRIMIR-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - le cada registro da foto do periodo e o
      * provisiona.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ SNAPSHOT-GER INTO WK-REG-SNAPSHOT.

           IF WK-STATUS-N EQUAL 10
               MOVE 'S' TO WK-FIM-SNAPSHOT
           ELSE
               IF WK-STATUS-N NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-N
                   MOVE 'S' TO WK-FIM-SNAPSHOT
                   MOVE 'N' TO WK-EXECUCAO-OK
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-LIDOS
                   IF SNP-SITU EQUAL WK-SITU-BAIXADO
                       ADD 1 TO WK-QTD-BAIXADOS
                   ELSE
                       PERFORM 2100-PROVISIONAR-REGISTRO
                   END-IF
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROVISIONAR-REGISTRO - acumula a base da conciliacao pela
      * situacao da foto, define a situacao da provisao (retorno da
      * assessoria no mestre prevalece), a faixa de atraso na data de
      * referencia e o percentual, e acumula a provisao na matriz e
      * na filial. Situacao x faixa sem percentual provisiona zero,
      * com alerta (uma vez por combinacao) e RC=4.
      *-----------------------------------------------------------------
       2100-PROVISIONAR-REGISTRO SECTION.
           IF SNP-SITU GREATER ZEROS
               ADD SNP-VALO TO WK-CON-BASE (SNP-SITU)
           END-IF.
           ADD SNP-VALO TO WK-TOT-CON-BASE.

           MOVE SNP-SITU TO WK-SITU-PDD.
           PERFORM 2110-CONSULTAR-MESTRE.
           PERFORM 2120-CLASSIFICAR-FAIXA.

           MOVE ZEROS TO WK-PCT-REG.
           MOVE ZEROS TO WK-PROV-REG.

           IF WK-SITU-PDD GREATER ZEROS
               IF WK-PDD-ACHOU (WK-SITU-PDD, WK-FAIXA) EQUAL 'S'
                   MOVE WK-PDD-PCT (WK-SITU-PDD, WK-FAIXA)
                       TO WK-PCT-REG
               ELSE
                   ADD 1 TO WK-QTD-SEM-PCT
                   IF WK-PDD-ACHOU (WK-SITU-PDD, WK-FAIXA)
                       NOT EQUAL 'X'
                       DISPLAY 'ALERTA: SEM PERCENTUAL DE PDD PARA A '
                           'SITUACAO ' WK-SITU-PDD ' FAIXA ' WK-FAIXA
                       MOVE 'X' TO WK-PDD-ACHOU (WK-SITU-PDD, WK-FAIXA)
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   END-IF
               END-IF

               COMPUTE WK-PROV-REG ROUNDED =
                   SNP-VALO * WK-PCT-REG / 100

               ADD 1 TO WK-MAT-QTD (WK-SITU-PDD, WK-FAIXA)
               ADD SNP-VALO TO WK-MAT-BASE (WK-SITU-PDD, WK-FAIXA)
               ADD WK-PROV-REG TO WK-MAT-PROV (WK-SITU-PDD, WK-FAIXA)
           END-IF.

           MOVE SNP-FILIAL TO WK-FIL-BUSCA.
           PERFORM 2150-LOCALIZAR-FILIAL.
           IF WK-FIL-ACHOU GREATER ZEROS
               ADD WK-PROV-REG TO WK-FIL-PROVISAO (WK-FIL-ACHOU)
           END-IF.

       2100-PROVISIONAR-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONSULTAR-MESTRE - le o registro do devedor no mestre: o
      * retorno da assessoria postado pelo CBLZMW07 depois da foto
      * (05 NEGOCIADO / 06 INCOBRAVEL) prevalece sobre a situacao da
      * foto. CNPJ fora do mestre (liquidado e baixado depois da
      * foto) e provisionado pela situacao da foto e contado. Devedor
      * baixado para prejuizo depois da foto (07 no mestre) fica sem
      * situacao de provisao, provisionando zero.
      *-----------------------------------------------------------------
       2110-CONSULTAR-MESTRE SECTION.
           IF WK-MESTRE-OK EQUAL 'S'
               MOVE SNP-CNPJ TO MST-CNPJ
               READ MESTRE
               IF WK-STATUS-M EQUAL ZEROS
                   IF MST-SITU EQUAL WK-SITU-NEGOCIADO
                       OR MST-SITU EQUAL WK-SITU-INCOBRAVEL
                       IF MST-SITU NOT EQUAL SNP-SITU
                           ADD 1 TO WK-QTD-RETORNO
                       END-IF
                       MOVE MST-SITU TO WK-SITU-PDD
                   END-IF
                   IF MST-SITU EQUAL WK-SITU-BAIXADO
                       ADD 1 TO WK-QTD-BAIXADOS
                       MOVE ZEROS TO WK-SITU-PDD
                   END-IF
               ELSE
                   IF WK-STATUS-M EQUAL 23
                       ADD 1 TO WK-QTD-FORA-MESTRE
                   ELSE
                       DISPLAY 'ERRO DE LEITURA DE ARQUIVO '
                           WK-STATUS-M ' MESTRE'
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   END-IF
               END-IF
           END-IF.

       2110-CONSULTAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICAR-FAIXA - classifica o registro na faixa de atraso
      * pelos dias entre SNP-VENC e a data de referencia, com os
      * mesmos limites do aging do CBLZMW03. Vencimento zerado ou
      * invalido cai na faixa 7 (SEM DATA).
      *-----------------------------------------------------------------
       2120-CLASSIFICAR-FAIXA SECTION.
           IF SNP-VENC NOT NUMERIC
               OR SNP-VENC EQUAL ZEROS
               OR SNP-VENC (5:2) LESS '01'
               OR SNP-VENC (5:2) GREATER '12'
               OR SNP-VENC (7:2) LESS '01'
               OR SNP-VENC (7:2) GREATER '31'
               MOVE 7 TO WK-FAIXA
           ELSE
               MOVE SNP-VENC TO WK-CDS-DATA
               PERFORM 2545-CALCULAR-DIA-SERIAL
               MOVE WK-CDS-SERIAL TO WK-SERIAL-VENC
               COMPUTE WK-DIAS-ATRASO = WK-SERIAL-REF - WK-SERIAL-VENC
               IF WK-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE 1 TO WK-FAIXA
               ELSE
                   IF WK-DIAS-ATRASO NOT GREATER 30
                       MOVE 2 TO WK-FAIXA
                   ELSE
                       IF WK-DIAS-ATRASO NOT GREATER 60
                           MOVE 3 TO WK-FAIXA
                       ELSE
                           IF WK-DIAS-ATRASO NOT GREATER 90
                               MOVE 4 TO WK-FAIXA
                           ELSE
                               IF WK-DIAS-ATRASO NOT GREATER 180
                                   MOVE 5 TO WK-FAIXA
                               ELSE
                                   MOVE 6 TO WK-FAIXA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2120-CLASSIFICAR-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LOCALIZAR-FILIAL - procura a filial em WK-FIL-BUSCA na tabela
      * de saldos e devolve a posicao em WK-FIL-ACHOU, incluindo-a
      * (saldo anterior e provisao zerados) quando ainda nao consta.
      * Tabela cheia devolve zero, com alerta e RC=4.
      *-----------------------------------------------------------------
       2150-LOCALIZAR-FILIAL SECTION.
           MOVE ZEROS TO WK-FIL-ACHOU.
           PERFORM 2151-CONFERIR-FILIAL
               VARYING WK-FIL-IDX FROM 1 BY 1
               UNTIL WK-FIL-IDX GREATER WK-FIL-QTD
                  OR WK-FIL-ACHOU GREATER ZEROS.

           IF WK-FIL-ACHOU EQUAL ZEROS
               IF WK-FIL-QTD LESS 50
                   ADD 1 TO WK-FIL-QTD
                   MOVE WK-FIL-QTD TO WK-FIL-ACHOU
                   MOVE WK-FIL-BUSCA TO WK-FIL-COD (WK-FIL-ACHOU)
                   MOVE ZEROS TO WK-FIL-SALDO-ANT (WK-FIL-ACHOU)
                   MOVE ZEROS TO WK-FIL-PROVISAO (WK-FIL-ACHOU)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE FILIAIS CHEIA - FILIAL '
                       'IGNORADA: ' WK-FIL-BUSCA
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2150-LOCALIZAR-FILIAL-FIM.
           EXIT.

       2151-CONFERIR-FILIAL SECTION.
           IF WK-FIL-COD (WK-FIL-IDX) EQUAL WK-FIL-BUSCA
               MOVE WK-FIL-IDX TO WK-FIL-ACHOU
           END-IF.

       2151-CONFERIR-FILIAL-FIM.
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
      * ESCREVER-LINHA-RELATORIO - grava a linha ja montada em
      * FL-PROVISAO-ARQ, reimprimindo o cabecalho (com nova PAGINA)
      * antes dela quando a pagina corrente atinge o limite de linhas.
      *-----------------------------------------------------------------
       2700-ESCREVER-LINHA-RELATORIO SECTION.
           IF WK-LINHAS-PAGINA NOT LESS WK-LIMITE-LINHAS
               MOVE FL-PROVISAO-ARQ TO WK-LINHA-PENDENTE
               PERFORM 1100-IMPRIMIR-CABECALHO
               MOVE WK-LINHA-PENDENTE TO FL-PROVISAO-ARQ
           END-IF.

           WRITE FL-PROVISAO-ARQ AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINHAS-PAGINA.

       2700-ESCREVER-LINHA-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * INICIAR-BLOCO - abre um novo bloco do relatorio: linha em
      * branco, titulo do bloco e os titulos de coluna (que passam a
      * ser os reimpressos na quebra de pagina).
      *-----------------------------------------------------------------
       2750-INICIAR-BLOCO SECTION.
           MOVE SPACES TO FL-PROVISAO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-LINTIT TO FL-PROVISAO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-LINDIT-ATUAL TO FL-PROVISAO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2750-INICIAR-BLOCO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MONTAR-PATH-GERACAO - monta em WK-PATH-GERACAO o nome do
      * arquivo de geracao corrente (prefixo + periodo AAAAMM).
      *-----------------------------------------------------------------
       2900-MONTAR-PATH-GERACAO SECTION.
           MOVE SPACES TO WK-PATH-GERACAO.
           STRING WK-NOME-PREFIXO DELIMITED BY SPACE
                  WK-NOME-PERIODO DELIMITED BY SIZE
               INTO WK-PATH-GERACAO.

       2900-MONTAR-PATH-GERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - imprime a provisao por situacao e faixa; com a
      * foto lida ate o fim, gera os lancamentos por filial, a
      * conciliacao com o fechamento e regrava os saldos.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           CLOSE SNAPSHOT-GER.

           IF WK-MESTRE-OK EQUAL 'S'
               CLOSE MESTRE
               IF WK-STATUS-M NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-M
               END-IF
           END-IF.

           PERFORM 3100-IMPRIMIR-PROVISAO.

           IF WK-EXECUCAO-OK EQUAL 'S'
               PERFORM 3200-GERAR-LANCAMENTOS
               PERFORM 3300-CONCILIAR-FECHAMENTO
               PERFORM 3400-GRAVAR-SALDOS
           ELSE
               DISPLAY 'LANCAMENTOS E SALDOS NAO GERADOS - EXECUCAO '
                   'ENCERRADA COM ERRO'
           END-IF.

           CLOSE PROVISAO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           DISPLAY 'REGISTROS DA FOTO.....: ' WK-QTD-LIDOS.
           DISPLAY 'RETORNO DA ASSESSORIA.: ' WK-QTD-RETORNO.
           DISPLAY 'FORA DO MESTRE........: ' WK-QTD-FORA-MESTRE.
           DISPLAY 'BAIXADOS PARA PREJUIZO: ' WK-QTD-BAIXADOS.
           DISPLAY 'SEM PERCENTUAL DE PDD.: ' WK-QTD-SEM-PCT.
           DISPLAY 'LANCAMENTOS GERADOS...: ' WK-QTD-LANCAMENTOS.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-PROVISAO - imprime uma linha por situacao x faixa com
      * registro, o total de cada situacao (com o percentual medio) e
      * o total da carteira.
      *-----------------------------------------------------------------
       3100-IMPRIMIR-PROVISAO SECTION.
           PERFORM 3110-IMPRIMIR-SITUACAO
               VARYING WK-SIT-IDX-REL FROM 1 BY 1
               UNTIL WK-SIT-IDX-REL GREATER 99.

           MOVE SPACES TO FL-PROVISAO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE ZEROS TO WK-DET-SIT.
           MOVE 'CARTEIRA COMPLETA' TO WK-DET-DESC.
           MOVE SPACES TO WK-DET-FX.
           MOVE WK-TOT-QTD TO WK-DET-QTD.
           MOVE WK-TOT-BASE TO WK-DET-BASE.
           MOVE WK-TOT-PROV TO WK-DET-PROV.
           MOVE ZEROS TO WK-PCT-MEDIO.
           IF WK-TOT-BASE GREATER ZEROS
               COMPUTE WK-PCT-MEDIO ROUNDED =
                   WK-TOT-PROV * 100 / WK-TOT-BASE
           END-IF.
           MOVE WK-PCT-MEDIO TO WK-DET-PCT.
           MOVE WK-LINDET TO FL-PROVISAO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3100-IMPRIMIR-PROVISAO-FIM.
           EXIT.

       3110-IMPRIMIR-SITUACAO SECTION.
           MOVE ZEROS TO WK-TOTAIS-SITUACAO.

           MOVE WK-SIT-IDX-REL TO WK-COD-BUSCA.
           PERFORM 3900-TRADUZIR-COD.

           PERFORM 3120-IMPRIMIR-FAIXA
               VARYING WK-FAIXA-IDX-REL FROM 1 BY 1
               UNTIL WK-FAIXA-IDX-REL GREATER 7.

           IF WK-TSI-QTD GREATER ZEROS
               MOVE WK-SIT-IDX-REL TO WK-DET-SIT
               MOVE WK-DESC-BUSCA TO WK-DET-DESC
               MOVE 'TOTAL' TO WK-DET-FX
               MOVE WK-TSI-QTD TO WK-DET-QTD
               MOVE WK-TSI-BASE TO WK-DET-BASE
               MOVE WK-TSI-PROV TO WK-DET-PROV
               MOVE ZEROS TO WK-PCT-MEDIO
               IF WK-TSI-BASE GREATER ZEROS
                   COMPUTE WK-PCT-MEDIO ROUNDED =
                       WK-TSI-PROV * 100 / WK-TSI-BASE
               END-IF
               MOVE WK-PCT-MEDIO TO WK-DET-PCT
               MOVE WK-LINDET TO FL-PROVISAO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               MOVE SPACES TO FL-PROVISAO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               ADD WK-TSI-QTD TO WK-TOT-QTD
               ADD WK-TSI-BASE TO WK-TOT-BASE
               ADD WK-TSI-PROV TO WK-TOT-PROV
           END-IF.

       3110-IMPRIMIR-SITUACAO-FIM.
           EXIT.

       3120-IMPRIMIR-FAIXA SECTION.
           IF WK-MAT-QTD (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
               GREATER ZEROS
               MOVE WK-SIT-IDX-REL TO WK-DET-SIT
               MOVE WK-DESC-BUSCA TO WK-DET-DESC
               MOVE WK-TAB-FAIXA-DESC (WK-FAIXA-IDX-REL) TO WK-DET-FX
               MOVE WK-MAT-QTD (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   TO WK-DET-QTD
               MOVE WK-MAT-BASE (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   TO WK-DET-BASE
               MOVE WK-MAT-PROV (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   TO WK-DET-PROV
               IF WK-PDD-ACHOU (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   EQUAL 'S'
                   MOVE WK-PDD-PCT (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                       TO WK-DET-PCT
               ELSE
                   MOVE ZEROS TO WK-DET-PCT
               END-IF
               MOVE WK-LINDET TO FL-PROVISAO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               ADD WK-MAT-QTD (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   TO WK-TSI-QTD
               ADD WK-MAT-BASE (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   TO WK-TSI-BASE
               ADD WK-MAT-PROV (WK-SIT-IDX-REL, WK-FAIXA-IDX-REL)
                   TO WK-TSI-PROV
           END-IF.

       3120-IMPRIMIR-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GERAR-LANCAMENTOS - grava LancamentoPDD.AAAAMM com um
      * lancamento por filial: a diferenca entre a provisao do periodo
      * e o saldo anterior. Aumento debita a despesa e credita a
      * provisao; reducao debita a provisao e credita a reversao.
      * Filial sem diferenca nao gera lancamento. Imprime o bloco de
      * lancamentos por filial no relatorio.
      *-----------------------------------------------------------------
       3200-GERAR-LANCAMENTOS SECTION.
           MOVE 'LancamentoPDD.' TO WK-NOME-PREFIXO.
           MOVE WK-PERIODO-NUM TO WK-NOME-PERIODO.
           PERFORM 2900-MONTAR-PATH-GERACAO.
           MOVE WK-PATH-GERACAO TO WK-PATH-LANCAMENTO.

           OPEN OUTPUT LANCAMENTOS.
           IF WK-STATUS-L NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-L
                   ' LANCAMENTOS'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE 'N' TO WK-EXECUCAO-OK
           ELSE
               MOVE WK-DATA-REF-NUM TO LCT-H-DATA
               MOVE WK-ID-EMPRESA TO LCT-H-ID
               MOVE WK-PERIODO-NUM TO LCT-H-PERIODO
               MOVE WK-REG-LCT-HEADER TO FL-LANCAMENTOS-ARQ
               WRITE FL-LANCAMENTOS-ARQ

               MOVE 'LANCAMENTOS POR FILIAL' TO WK-LINTIT-DESC
               MOVE WK-LINDIT02 TO WK-LINDIT-ATUAL
               PERFORM 2750-INICIAR-BLOCO

               PERFORM 3210-LANCAR-FILIAL
                   VARYING WK-FIL-IDX FROM 1 BY 1
                   UNTIL WK-FIL-IDX GREATER WK-FIL-QTD

               MOVE 'TOTAL' TO WK-LFI-FIL
               MOVE SPACES TO WK-LFI-CC
               MOVE WK-TOT-SALDO-ANT TO WK-LFI-ANT
               MOVE WK-TOT-SALDO-ATU TO WK-LFI-ATU
               MOVE WK-TOT-VARIACAO TO WK-LFI-VAR
               MOVE WK-LINFIL TO FL-PROVISAO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               MOVE WK-QTD-LANCAMENTOS TO LCT-T-QTD
               MOVE WK-REG-LCT-TRAILER TO FL-LANCAMENTOS-ARQ
               WRITE FL-LANCAMENTOS-ARQ

               CLOSE LANCAMENTOS
               IF WK-STATUS-L NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-L
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       3200-GERAR-LANCAMENTOS-FIM.
           EXIT.

       3210-LANCAR-FILIAL SECTION.
           MOVE SPACES TO WK-CCUSTO.
           STRING WK-PREFIXO-CCUSTO DELIMITED BY SPACE
                  WK-FIL-COD (WK-FIL-IDX) DELIMITED BY SIZE
               INTO WK-CCUSTO.

           COMPUTE WK-VARIACAO-FIL =
               WK-FIL-PROVISAO (WK-FIL-IDX)
               - WK-FIL-SALDO-ANT (WK-FIL-IDX).

           ADD WK-FIL-SALDO-ANT (WK-FIL-IDX) TO WK-TOT-SALDO-ANT.
           ADD WK-FIL-PROVISAO (WK-FIL-IDX) TO WK-TOT-SALDO-ATU.
           ADD WK-VARIACAO-FIL TO WK-TOT-VARIACAO.

           MOVE WK-FIL-COD (WK-FIL-IDX) TO WK-LFI-FIL.
           MOVE WK-CCUSTO TO WK-LFI-CC.
           MOVE WK-FIL-SALDO-ANT (WK-FIL-IDX) TO WK-LFI-ANT.
           MOVE WK-FIL-PROVISAO (WK-FIL-IDX) TO WK-LFI-ATU.
           MOVE WK-VARIACAO-FIL TO WK-LFI-VAR.
           MOVE WK-LINFIL TO FL-PROVISAO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           IF WK-VARIACAO-FIL NOT EQUAL ZEROS
               MOVE WK-DATA-REF-NUM TO LCT-D-DATA
               MOVE WK-CCUSTO TO LCT-D-CCUSTO
               MOVE SPACES TO LCT-D-HIST
               IF WK-VARIACAO-FIL GREATER ZEROS
                   MOVE WK-CONTA-DESPESA TO LCT-D-CONTA-DEB
                   MOVE WK-CONTA-PROVISAO TO LCT-D-CONTA-CRED
                   MOVE WK-VARIACAO-FIL TO LCT-D-VALO
                   STRING 'CONSTITUICAO PDD ' DELIMITED BY SIZE
                          WK-PERIODO-ALFA DELIMITED BY SIZE
                          ' FILIAL ' DELIMITED BY SIZE
                          WK-FIL-COD (WK-FIL-IDX) DELIMITED BY SIZE
                       INTO LCT-D-HIST
               ELSE
                   MOVE WK-CONTA-PROVISAO TO LCT-D-CONTA-DEB
                   MOVE WK-CONTA-REVERSAO TO LCT-D-CONTA-CRED
                   COMPUTE LCT-D-VALO = WK-VARIACAO-FIL * -1
                   STRING 'REVERSAO PDD ' DELIMITED BY SIZE
                          WK-PERIODO-ALFA DELIMITED BY SIZE
                          ' FILIAL ' DELIMITED BY SIZE
                          WK-FIL-COD (WK-FIL-IDX) DELIMITED BY SIZE
                       INTO LCT-D-HIST
               END-IF
               MOVE WK-REG-LCT-DETALHE TO FL-LANCAMENTOS-ARQ
               WRITE FL-LANCAMENTOS-ARQ
               ADD 1 TO WK-QTD-LANCAMENTOS
               ADD LCT-D-VALO TO LCT-T-HASH
           END-IF.

       3210-LANCAR-FILIAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONCILIAR-FECHAMENTO - confronta, por situacao, a base da foto
      * com a posicao de fechamento do CBLZMW16 e imprime a diferenca.
      * Qualquer diferenca (ou o fechamento indisponivel) termina com
      * RC=4: a provisao nao bate com a carteira assinada no mes.
      *-----------------------------------------------------------------
       3300-CONCILIAR-FECHAMENTO SECTION.
           MOVE 'CONCILIACAO COM O FECHAMENTO DO CBLZMW16'
               TO WK-LINTIT-DESC.
           MOVE WK-LINDIT03 TO WK-LINDIT-ATUAL.
           PERFORM 2750-INICIAR-BLOCO.

           IF WK-FECHAMENTO-OK NOT EQUAL 'S'
               MOVE SPACES TO FL-PROVISAO-ARQ
               MOVE 'FECHAMENTO DO PERIODO INDISPONIVEL - CONCILIACAO '
                   TO FL-PROVISAO-ARQ (1:50)
               MOVE 'NAO REALIZADA' TO FL-PROVISAO-ARQ (51:13)
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           ELSE
               PERFORM 3310-CONCILIAR-SITUACAO
                   VARYING WK-SIT-IDX-REL FROM 1 BY 1
                   UNTIL WK-SIT-IDX-REL GREATER 99

               MOVE ZEROS TO WK-LCO-SIT
               MOVE 'CARTEIRA COMPLETA' TO WK-LCO-DESC
               MOVE WK-TOT-CON-BASE TO WK-LCO-BASE
               MOVE WK-TOT-CON-FE TO WK-LCO-FE
               COMPUTE WK-DIFERENCA = WK-TOT-CON-BASE - WK-TOT-CON-FE
               MOVE WK-DIFERENCA TO WK-LCO-DIF
               MOVE WK-LINCON TO FL-PROVISAO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               MOVE SPACES TO FL-PROVISAO-ARQ
               IF WK-QTD-DIVERGENCIAS EQUAL ZEROS
                   MOVE 'BASE CONCILIADA COM O FECHAMENTO'
                       TO FL-PROVISAO-ARQ (1:40)
               ELSE
                   MOVE 'BASE DIVERGENTE DO FECHAMENTO'
                       TO FL-PROVISAO-ARQ (1:40)
                   DISPLAY 'AVISO: BASE DA PDD DIVERGENTE DO '
                       'FECHAMENTO EM ' WK-QTD-DIVERGENCIAS
                       ' SITUACAO(OES)'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           END-IF.

       3300-CONCILIAR-FECHAMENTO-FIM.
           EXIT.

       3310-CONCILIAR-SITUACAO SECTION.
           IF WK-CON-BASE (WK-SIT-IDX-REL) GREATER ZEROS
               OR WK-CON-FE (WK-SIT-IDX-REL) GREATER ZEROS
               ADD WK-CON-FE (WK-SIT-IDX-REL) TO WK-TOT-CON-FE

               MOVE WK-SIT-IDX-REL TO WK-COD-BUSCA
               PERFORM 3900-TRADUZIR-COD

               COMPUTE WK-DIFERENCA =
                   WK-CON-BASE (WK-SIT-IDX-REL)
                   - WK-CON-FE (WK-SIT-IDX-REL)
               IF WK-DIFERENCA NOT EQUAL ZEROS
                   ADD 1 TO WK-QTD-DIVERGENCIAS
               END-IF

               MOVE WK-SIT-IDX-REL TO WK-LCO-SIT
               MOVE WK-DESC-BUSCA TO WK-LCO-DESC
               MOVE WK-CON-BASE (WK-SIT-IDX-REL) TO WK-LCO-BASE
               MOVE WK-CON-FE (WK-SIT-IDX-REL) TO WK-LCO-FE
               MOVE WK-DIFERENCA TO WK-LCO-DIF
               MOVE WK-LINCON TO FL-PROVISAO-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO
           END-IF.

       3310-CONCILIAR-SITUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-SALDOS - regrava SaldoPDD.dat com a provisao do periodo
      * por filial, guardando o saldo anterior usado no lancamento
      * para um reprocessamento do mesmo periodo.
      *-----------------------------------------------------------------
       3400-GRAVAR-SALDOS SECTION.
           IF WK-EXECUCAO-OK EQUAL 'S'
               OPEN OUTPUT SALDOS
               IF WK-STATUS-D NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-D
                       ' SALDOPDD'
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 3410-GRAVAR-SALDO-FILIAL
                       VARYING WK-FIL-IDX FROM 1 BY 1
                       UNTIL WK-FIL-IDX GREATER WK-FIL-QTD
                   CLOSE SALDOS
                   IF WK-STATUS-D NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-D
                   END-IF
               END-IF
           END-IF.

       3400-GRAVAR-SALDOS-FIM.
           EXIT.

       3410-GRAVAR-SALDO-FILIAL SECTION.
           MOVE WK-FIL-COD (WK-FIL-IDX) TO SDP-FILIAL.
           MOVE WK-PERIODO-NUM TO SDP-PERIODO.
           MOVE WK-FIL-SALDO-ANT (WK-FIL-IDX) TO SDP-SALDO-ANT.
           MOVE WK-FIL-PROVISAO (WK-FIL-IDX) TO SDP-SALDO.
           WRITE FL-SALDOS-ARQ.

       3410-GRAVAR-SALDO-FILIAL-FIM.
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
      * ABORTAR - encerramento antes de qualquer gravacao (periodo nao
      * fechado, tabela de percentuais ausente, periodo ja superado):
      * marca RC=8 e para sem gerar lancamentos nem regravar saldos.
      * Fechamento de arquivo nao aberto so devolve status.
      *-----------------------------------------------------------------
       9000-ABORTAR SECTION.
           MOVE 8 TO WK-RC-NOVO.
           PERFORM 9100-REGISTRAR-SEVERIDADE.

           DISPLAY 'EXECUCAO ABORTADA - NADA LANCADO'.

           CLOSE SNAPSHOT-GER.
           CLOSE MESTRE.
           CLOSE PROVISAO.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           STOP RUN.

       9000-ABORTAR-FIM.
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

       END PROGRAM CBLZMW18.
