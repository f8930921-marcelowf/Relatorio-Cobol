       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW26.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Fila de trabalho diaria da cobranca interna. Os
      *          devedores INADIMPLENTES (02) do cadastro mestre
      *          (Mestre.dat) nao vao para a assessoria e sao
      *          cobrados pelos cobradores internos: cada devedor e
      *          atribuido ao cobrador da sua filial (foto da ultima
      *          execucao, Snapshot.dat) cuja faixa de valor contenha
      *          o valor original (Cobradores.dat, copybook CBCOBREG)
      *          e entra na fila do cobrador pela prioridade - faixa
      *          de atraso mais antiga e maior valor atualizado (taxa
      *          vigente de Taxas.dat, mesmo calculo do CBLZMW03), com
      *          telefone e e-mail do Cadastro.dat. Antes da fila, as
      *          promessas de pagamento registradas no CBLZMW27
      *          (Promessas.dat, copybook CBPRMREG) recebem os
      *          pagamentos do dia (Baixas.dat) e as de data vencida
      *          sao avaliadas: cumprida se o pago cobre o prometido,
      *          senao quebrada - e o devedor volta para a frente da
      *          fila do cobrador que obteve a promessa ate novo
      *          contato em Contatos.dat. Devedor com promessa aberta
      *          fica fora da fila. A fila sai em FilaCobranca.dat
      *          (copybook CBFILREG, consultada no CBLZMW27) e em
      *          FilaCobranca.txt, uma pagina por cobrador; devedor
      *          sem cobrador para a filial e a faixa e listado no fim
      *          do relatorio com RC=4. A execucao exige a baixa
      *          bancaria (CBLZMW12) concluida no ciclo diario e deve
      *          anteceder o CBLZMW03, que esvazia Baixas.dat.
      *          Promessa avaliada ha mais de um ano sai do arquivo na
      *          regravacao.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CICLO ASSIGN TO
           'CicloDia.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-Y.

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
           'Snapshot.fil'
           FILE STATUS IS WK-STATUS-J.

       SELECT TAXAS ASSIGN TO
           'Taxas.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-X.

       SELECT COBRADORES ASSIGN TO
           'Cobradores.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-C.

       SELECT PROMESSAS ASSIGN TO
           'Promessas.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-R.

       SELECT BAIXAS ASSIGN TO
           'Baixas.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-B.

       SELECT CONTATOS ASSIGN TO
           'Contatos.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-T.

       SELECT WK-ARQ-ORD-SNAP ASSIGN TO 'WKORS'.

       SELECT WK-ARQ-ORDENACAO ASSIGN TO 'WKORD'.

       SELECT FILA-ORDENADA ASSIGN TO
           'Fila.ord'
           FILE STATUS IS WK-STATUS-O.

       SELECT FILA ASSIGN TO
           'FilaCobranca.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-F.

       SELECT RELATORIO ASSIGN TO
           'FilaCobranca.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CICLO.

       01 FL-CICLO-ARQ PIC X(14).

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

       FD COBRADORES.

       01 FL-COBRADORES-ARQ PIC X(71).

       FD PROMESSAS.

       01 FL-PROMESSAS-ARQ PIC X(86).

       FD BAIXAS.

       01 FL-BAIXAS-ARQ PIC X(37).

       FD CONTATOS.

       01 FL-CONTATOS-ARQ PIC X(100).

       SD WK-ARQ-ORD-SNAP.

       01 SD-REG-ORD-SNAP.
           02 SDS-CNPJ   PIC 9(14).
           02 FILLER     PIC X(27).

       SD WK-ARQ-ORDENACAO.

       01 SD-REG-ORDENACAO.
           02 SD-COBRADOR  PIC X(08).
           02 SD-CLASSE    PIC X(01).
           02 SD-FAIXA-ORD PIC 9(01).
           02 SD-VATU      PIC 9(13)V99.
           02 SD-CNPJ      PIC 9(14).
           02 SD-DADOS     PIC X(113).

       FD FILA-ORDENADA RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-FILA-ORD-ARQ PIC X(152).

       FD FILA.

       01 FL-FILA-ARQ PIC X(164).

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-Y PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-N PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-X PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-C PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-R PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-B PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-T PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-F PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

       01 WK-FIM-TAXAS      PIC X(01) VALUE 'N'.
       01 WK-FIM-COBRADORES PIC X(01) VALUE 'N'.
       01 WK-FIM-PROMESSAS  PIC X(01) VALUE 'N'.
       01 WK-FIM-BAIXAS     PIC X(01) VALUE 'N'.
       01 WK-FIM-CONTATOS   PIC X(01) VALUE 'N'.
       01 WK-FIM-MESTRE     PIC X(01) VALUE 'N'.
       01 WK-FIM-SNAP       PIC X(01) VALUE 'N'.
       01 WK-FIM-FILA       PIC X(01) VALUE 'N'.

       01 WK-CADASTRO-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Carga das promessas e leitura dos pagamentos sem erro:
      * habilitam a regravacao de Promessas.dat no encerramento - sem
      * elas a regravacao perderia promessas ou gravaria pagamentos
      * acumulados pela metade.
      *-----------------------------------------------------------------
       01 WK-CARGA-OK  PIC X(01) VALUE 'S'.
       01 WK-BAIXAS-OK PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Registro de controle do ciclo diario (copybook CBCICREG).
      *-----------------------------------------------------------------
       COPY CBCICREG.

      *-----------------------------------------------------------------
      * Registros da foto da carteira, da tabela de taxas, da baixa
      * de pagamento e do contato; tabelas de cobradores e de
      * promessas em memoria (copybooks CBCOBREG e CBPRMREG).
      *-----------------------------------------------------------------
       COPY CBSNAPRG.

       COPY CBTAXREG.

       COPY CBBXAREG.

       COPY CBCTTREG.

       COPY CBCOBREG.

       COPY CBPRMREG.

       COPY CBFILREG.

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
      * Situacao dos devedores trabalhados pela cobranca interna.
      *-----------------------------------------------------------------
       01 WK-SITU-INADIMPLENTE PIC 9(02) VALUE 02.

      *-----------------------------------------------------------------
      * Vencimento mais antigo e filial do CNPJ corrente na foto da
      * ultima execucao, valor atualizado e faixa de atraso.
      *-----------------------------------------------------------------
       01 WK-VENC-ESTAB   PIC 9(08) VALUE ZEROS.
       01 WK-FILIAL-ESTAB PIC X(02) VALUE SPACES.
       01 WK-VALOR-ATUAL  PIC 9(13)V99 VALUE ZEROS.
       01 WK-ATU-DIAS     PIC S9(09) VALUE ZEROS.
       01 WK-SERIAL-HOJE  PIC 9(09) VALUE ZEROS.
       01 WK-FAIXA        PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Promessas do CNPJ corrente: aberta (fora da fila) ou quebrada
      * ainda sem novo contato (frente da fila, com o cobrador que
      * obteve a promessa).
      *-----------------------------------------------------------------
       01 WK-EM-PROMESSA   PIC X(01) VALUE 'N'.
       01 WK-QUEBRADA      PIC X(01) VALUE 'N'.
       01 WK-COB-QUEBRADA  PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * Distribuicao do devedor: filial procurada (a do devedor e
      * depois '**'), candidatos da filial e faixa, candidato eleito
      * pelo resto da divisao do CNPJ e cobrador atribuido.
      *-----------------------------------------------------------------
       01 WK-FILIAL-BUSCA    PIC X(02) VALUE SPACES.
       01 WK-QTD-CANDIDATOS  PIC 9(03) VALUE ZEROS.
       01 WK-CAND-ALVO       PIC 9(03) VALUE ZEROS.
       01 WK-CAND-CONTA      PIC 9(03) VALUE ZEROS.
       01 WK-QUOCIENTE       PIC 9(14) VALUE ZEROS.
       01 WK-COB-ATRIBUIDO   PIC X(08) VALUE SPACES.
       01 WK-COB-ACHOU       PIC X(01) VALUE 'N'.

       01 WK-COB-IDX PIC 9(03) VALUE ZEROS.
       01 WK-PRM-IDX PIC 9(04) VALUE ZEROS.
       01 WK-PRM-ANT PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Data de corte da retencao das promessas avaliadas (um ano
      * antes da execucao) e quantidade de quebradas ainda na frente
      * da fila, que decide a leitura de Contatos.dat.
      *-----------------------------------------------------------------
       01 WK-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       01 WK-QTD-PENDENTES   PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registro liberado para a classificacao da fila (e lido de
      * volta de Fila.ord): cobrador, classe (0 quebrada, 1 normal),
      * faixa para a ordem (sem data vale zero), valor atualizado e
      * CNPJ, seguidos dos dados do devedor.
      *-----------------------------------------------------------------
       01 WK-REG-ORDEM.
           02 ORF-COBRADOR  PIC X(08).
           02 ORF-CLASSE    PIC X(01).
           02 ORF-FAIXA-ORD PIC 9(01).
           02 ORF-VATU      PIC 9(13)V99.
           02 ORF-CNPJ      PIC 9(14).
           02 ORF-FILIAL    PIC X(02).
           02 ORF-FAIXA     PIC 9(01).
           02 ORF-VALO      PIC 9(13)V99.
           02 ORF-RAZAO     PIC X(40).
           02 ORF-FONE      PIC X(15).
           02 ORF-EMAIL     PIC X(40).

      *-----------------------------------------------------------------
      * Cobrador da pagina corrente do relatorio e seus totais.
      *-----------------------------------------------------------------
       01 WK-COB-CORRENTE PIC X(08) VALUE SPACES.
       01 WK-PRIMEIRO-COB PIC X(01) VALUE 'S'.
       01 WK-NOME-COB     PIC X(30) VALUE SPACES.

       01 WK-TOTAIS-COBRADOR.
           02 WK-TCB-QTD       PIC 9(05) VALUE ZEROS.
           02 WK-TCB-QUEBRADAS PIC 9(05) VALUE ZEROS.
           02 WK-TCB-VATU      PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Contadores da execucao.
      *-----------------------------------------------------------------
       01 WK-CONTADORES.
           02 WK-QTD-NA-FILA        PIC 9(09) VALUE ZEROS.
           02 WK-QTD-FRENTE         PIC 9(09) VALUE ZEROS.
           02 WK-QTD-EM-PROMESSA    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-COBRADOR   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-FOTO       PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SEM-CAD        PIC 9(09) VALUE ZEROS.
           02 WK-QTD-PAG-PROMESSA   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-CUMPRIDAS      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-QUEBRADAS      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-SUBSTITUIDAS   PIC 9(09) VALUE ZEROS.
           02 WK-QTD-RETOMADAS      PIC 9(09) VALUE ZEROS.
           02 WK-QTD-EXPURGADAS     PIC 9(09) VALUE ZEROS.
           02 WK-QTD-GRAVADAS       PIC 9(09) VALUE ZEROS.
           02 WK-VAL-PAG-PROMESSA   PIC 9(15)V99 VALUE ZEROS.
           02 WK-VAL-NA-FILA        PIC 9(15)V99 VALUE ZEROS.

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
      * Codigo de retorno da execucao: 0 limpo, 4 advertencia
      * (devedor sem cobrador, foto, cadastro ou contatos
      * indisponiveis, promessas nao regravadas, tabela cheia), 8 erro
      * (mestre, cobradores ou saidas indisponiveis).
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW26'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(40) VALUE
               'FILA DE TRABALHO DA COBRANCA INTERNA'.

       01 WK-LINCOB.
           02 WK-LCB-LIT  PIC X(10) VALUE 'COBRADOR: '.
           02 WK-LCB-ID   PIC X(08) VALUE SPACES.
           02 WK-LCB-SP01 PIC X(03) VALUE ' - '.
           02 WK-LCB-NOME PIC X(50) VALUE SPACES.

       01 WK-LINDIT01.
           02 WK-LINDIT01-SEQ  PIC X(06) VALUE '  SEQ'.
           02 WK-LINDIT01-CNPJ PIC X(19) VALUE 'CNPJ'.
           02 WK-LINDIT01-FIL  PIC X(03) VALUE 'FL'.
           02 WK-LINDIT01-FX   PIC X(02) VALUE 'FX'.
           02 WK-LINDIT01-RAZA PIC X(26) VALUE 'RAZAO SOCIAL'.
           02 WK-LINDIT01-FONE PIC X(16) VALUE 'TELEFONE'.
           02 WK-LINDIT01-MAIL PIC X(31) VALUE 'E-MAIL'.
           02 WK-LINDIT01-VATU PIC X(17) VALUE 'VALOR ATUALIZADO'.
           02 WK-LINDIT01-MARC PIC X(08) VALUE 'PROMESSA'.

       01 WK-LINDET.
           02 WK-DET-SEQ  PIC ZZZZ9.
           02 WK-DET-SP01 PIC X(01) VALUE SPACES.
           02 WK-DET-CNPJ PIC X(18) VALUE SPACES.
           02 WK-DET-SP02 PIC X(01) VALUE SPACES.
           02 WK-DET-FIL  PIC X(02) VALUE SPACES.
           02 WK-DET-SP03 PIC X(01) VALUE SPACES.
           02 WK-DET-FX   PIC 9(01) VALUE ZEROS.
           02 WK-DET-SP04 PIC X(01) VALUE SPACES.
           02 WK-DET-RAZA PIC X(25) VALUE SPACES.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-FONE PIC X(15) VALUE SPACES.
           02 WK-DET-SP06 PIC X(01) VALUE SPACES.
           02 WK-DET-MAIL PIC X(30) VALUE SPACES.
           02 WK-DET-SP07 PIC X(01) VALUE SPACES.
           02 WK-DET-VATU PIC Z(12)9.99.
           02 WK-DET-SP08 PIC X(01) VALUE SPACES.
           02 WK-DET-MARC PIC X(08) VALUE SPACES.

       01 WK-LINTCB.
           02 WK-TCB-DESC     PIC X(20) VALUE 'TOTAL DO COBRADOR:'.
           02 WK-TCB-QTD-ED   PIC ZZZZ9.
           02 WK-TCB-LIT1     PIC X(11) VALUE ' DEVEDORES,'.
           02 WK-TCB-QUE-ED   PIC ZZZZ9.
           02 WK-TCB-LIT2     PIC X(34) VALUE
               ' PROMESSAS QUEBRADAS'.
           02 WK-TCB-VATU-ED  PIC Z(14)9.99.

       01 WK-LINRES.
           02 WK-RES-DESC PIC X(45) VALUE SPACES.
           02 WK-RES-QTD  PIC ZZZZZZZZ9.
           02 WK-RES-SP01 PIC X(02) VALUE SPACES.
           02 WK-RES-VALO PIC X(18) VALUE SPACES.

       01 WK-VAL-EDIT PIC Z(14)9.99.

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
           PERFORM 2000-PROCESSAR UNTIL WK-FIM-FILA EQUAL 'S'.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - confere o ciclo, carrega taxas, cobradores e
      * promessas, acumula os pagamentos do dia e avalia as promessas,
      * ordena a foto por CNPJ, monta a fila lendo o mestre
      * (classificada por cobrador e prioridade) e abre as saidas.
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

           COMPUTE WK-DATA-CORTE = WK-DATA-SYS-NUM - 10000.

           PERFORM 1020-VERIFICAR-CICLO.
           PERFORM 1048-CARREGAR-TAXAS.
           PERFORM 1100-CARREGAR-COBRADORES.
           PERFORM 1200-CARREGAR-PROMESSAS.
           PERFORM 1300-ACUMULAR-BAIXAS.

           PERFORM 1400-AVALIAR-PROMESSA
               VARYING WK-PRM-IDX FROM 1 BY 1
               UNTIL WK-PRM-IDX GREATER WK-PRM-QTD.

           IF WK-QTD-PENDENTES GREATER ZEROS
               PERFORM 1500-CONFERIR-RETOMADAS
           END-IF.

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
               DISPLAY 'AVISO: FILA SAI SEM TELEFONE E E-MAIL'
               MOVE 'N' TO WK-CADASTRO-OK
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           PERFORM 1060-ORDENAR-FOTO.

           SORT WK-ARQ-ORDENACAO
               ON ASCENDING KEY SD-COBRADOR
               ON ASCENDING KEY SD-CLASSE
               ON DESCENDING KEY SD-FAIXA-ORD
               ON DESCENDING KEY SD-VATU
               ON ASCENDING KEY SD-CNPJ
               INPUT PROCEDURE IS 1600-LIBERAR-DEVEDORES
               GIVING FILA-ORDENADA.

           CLOSE MESTRE.
           IF WK-CADASTRO-OK EQUAL 'S'
               CLOSE CADASTRO
           END-IF.
           IF WK-FIM-SNAP NOT EQUAL 'X'
               CLOSE SNAP-ORDENADO
           END-IF.

           OPEN INPUT FILA-ORDENADA.
           IF WK-STATUS-O NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-O
                   ' FILA.ORD'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FILA.
           IF WK-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-F
                   ' FILACOBRANCA'
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

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * VERIFICAR-CICLO - confere o registro de controle do ciclo
      * diario: exige a baixa bancaria (CBLZMW12) concluida na data da
      * execucao, porque as promessas acumulam os pagamentos do dia de
      * Baixas.dat - executada antes, a fila perderia os pagamentos
      * que o CBLZMW03 vai esvaziar. Recusa com RC=8, salvo liberacao
      * do operador (CIC-OVERRIDE ligado pelo CBLZMW17, consumido e
      * regravado aqui). Relatorio (CBLZMW03) ja executado no ciclo
      * so alerta: as baixas do dia ja foram consumidas.
      *-----------------------------------------------------------------
       1020-VERIFICAR-CICLO SECTION.
           PERFORM 1021-LER-CICLO.

           IF CIC-ETAPA-BAIXA NOT EQUAL 'S'
               IF CIC-OVERRIDE EQUAL 'S'
                   DISPLAY 'REPROCESSAMENTO LIBERADO PELO OPERADOR'
                   MOVE 'N' TO CIC-OVERRIDE
                   PERFORM 1025-REGRAVAR-CICLO
               ELSE
                   DISPLAY 'EXECUCAO RECUSADA: CBLZMW12 AINDA NAO '
                       'EXECUTADO NO CICLO DE ' CIC-DATA
                   DISPLAY 'LIBERE O REPROCESSAMENTO PELO CBLZMW17'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF CIC-ETAPA-REL EQUAL 'S'
               DISPLAY 'ALERTA: CBLZMW03 JA EXECUTADO NO CICLO - '
                   'PAGAMENTOS DO DIA FORA DAS PROMESSAS'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1020-VERIFICAR-CICLO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-CICLO - le o registro unico de CicloDia.dat; arquivo
      * inexistente, ilegivel ou de data diferente da execucao
      * reinicia o ciclo com todas as etapas pendentes.
      *-----------------------------------------------------------------
       1021-LER-CICLO SECTION.
           PERFORM 1022-INICIAR-CICLO.

           OPEN INPUT CICLO.
           IF WK-STATUS-Y EQUAL ZEROS
               READ CICLO INTO WK-REG-CICLO
               IF WK-STATUS-Y NOT EQUAL ZEROS
                   PERFORM 1022-INICIAR-CICLO
               END-IF
               CLOSE CICLO
           END-IF.

           IF CIC-DATA NOT EQUAL WK-DATA-SYS-NUM
               PERFORM 1022-INICIAR-CICLO
           END-IF.

       1021-LER-CICLO-FIM.
           EXIT.

       1022-INICIAR-CICLO SECTION.
           MOVE WK-DATA-SYS-NUM TO CIC-DATA.
           MOVE 'N' TO CIC-ETAPA-BAIXA.
           MOVE 'N' TO CIC-ETAPA-REL.
           MOVE 'N' TO CIC-ETAPA-MOV.
           MOVE 'N' TO CIC-ETAPA-RET.
           MOVE 'N' TO CIC-ETAPA-REP.
           MOVE 'N' TO CIC-OVERRIDE.

       1022-INICIAR-CICLO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVAR-CICLO - regrava o registro do ciclo com a liberacao
      * do operador consumida (o programa nao tem etapa propria a
      * marcar no encerramento).
      *-----------------------------------------------------------------
       1025-REGRAVAR-CICLO SECTION.
           OPEN OUTPUT CICLO.
           IF WK-STATUS-Y EQUAL ZEROS
               MOVE WK-REG-CICLO TO FL-CICLO-ARQ
               WRITE FL-CICLO-ARQ
               CLOSE CICLO
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-Y
                   ' CICLO'
           END-IF.

       1025-REGRAVAR-CICLO-FIM.
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
      * (Snapshot.fil) para o casamento com a leitura do mestre, que
      * vem na ordem da chave, e le o primeiro registro. Sem a foto
      * os devedores ficam sem filial e sem vencimento (RC=4).
      *-----------------------------------------------------------------
       1060-ORDENAR-FOTO SECTION.
           SORT WK-ARQ-ORD-SNAP
               ON ASCENDING KEY SDS-CNPJ
               USING SNAPSHOT
               GIVING SNAP-ORDENADO.

           IF WK-STATUS-N NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-N
                   ' SNAPSHOT'
               DISPLAY 'AVISO: SEM FOTO DA CARTEIRA - DEVEDORES SEM '
                   'FILIAL E SEM VENCIMENTO'
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
                   PERFORM 1635-LER-FOTO
               END-IF
           END-IF.

       1060-ORDENAR-FOTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-COBRADORES - carrega os cobradores ativos de
      * Cobradores.dat. Sem cobrador ativo nao ha fila a montar
      * (RC=8).
      *-----------------------------------------------------------------
       1100-CARREGAR-COBRADORES SECTION.
           OPEN INPUT COBRADORES.
           IF WK-STATUS-C EQUAL ZEROS
               PERFORM 1110-LER-COBRADOR
                   UNTIL WK-FIM-COBRADORES EQUAL 'S'
               CLOSE COBRADORES
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-C
                   ' COBRADORES'
           END-IF.

           DISPLAY 'COBRADORES ATIVOS: ' WK-COB-QTD.

           IF WK-COB-QTD EQUAL ZEROS
               DISPLAY 'Cobradores.dat SEM COBRADOR ATIVO - FILA NAO '
                   'GERADA'
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
               MOVE WK-RC-FINAL TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CARREGAR-COBRADORES-FIM.
           EXIT.

       1110-LER-COBRADOR SECTION.
           READ COBRADORES INTO WK-REG-COBRADOR.
           IF WK-STATUS-C EQUAL 10
               MOVE 'S' TO WK-FIM-COBRADORES
           ELSE
               IF WK-STATUS-C NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-C
                       ' COBRADORES'
                   MOVE 'S' TO WK-FIM-COBRADORES
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF COB-ATIVO EQUAL 'S'
                       AND COB-FAIXA-MIN NUMERIC
                       AND COB-FAIXA-MAX NUMERIC
                       IF WK-COB-QTD LESS 100
                           ADD 1 TO WK-COB-QTD
                           MOVE COB-ID TO WK-COB-ID (WK-COB-QTD)
                           MOVE COB-NOME TO WK-COB-NOME (WK-COB-QTD)
                           MOVE COB-FILIAL
                               TO WK-COB-FILIAL (WK-COB-QTD)
                           MOVE COB-FAIXA-MIN
                               TO WK-COB-FAIXA-MIN (WK-COB-QTD)
                           MOVE COB-FAIXA-MAX
                               TO WK-COB-FAIXA-MAX (WK-COB-QTD)
                       ELSE
                           DISPLAY 'ALERTA: TABELA CHEIA - COBRADOR '
                               'IGNORADO: ' COB-ID
                           MOVE 4 TO WK-RC-NOVO
                           PERFORM 9100-REGISTRAR-SEVERIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1110-LER-COBRADOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-PROMESSAS - carrega Promessas.dat inteiro em memoria.
      * A promessa aberta mais nova de um CNPJ substitui a aberta
      * anterior (o CBLZMW27 so acrescenta). Arquivo inexistente
      * comeca com a tabela vazia; erro de carga ou tabela cheia
      * suprime a regravacao.
      *-----------------------------------------------------------------
       1200-CARREGAR-PROMESSAS SECTION.
           OPEN INPUT PROMESSAS.
           IF WK-STATUS-R EQUAL ZEROS
               PERFORM 1210-LER-PROMESSA
                   UNTIL WK-FIM-PROMESSAS EQUAL 'S'
               CLOSE PROMESSAS
           ELSE
               IF WK-STATUS-R EQUAL 35
                   DISPLAY 'Promessas.dat INEXISTENTE - SEM PROMESSAS '
                       'A AVALIAR'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-R
                       ' PROMESSAS'
                   MOVE 'N' TO WK-CARGA-OK
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

           DISPLAY 'PROMESSAS CARREGADAS: ' WK-PRM-QTD.

       1200-CARREGAR-PROMESSAS-FIM.
           EXIT.

       1210-LER-PROMESSA SECTION.
           READ PROMESSAS INTO WK-REG-PROMESSA.
           IF WK-STATUS-R EQUAL 10
               MOVE 'S' TO WK-FIM-PROMESSAS
           ELSE
               IF WK-STATUS-R NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-R
                       ' PROMESSAS'
                   MOVE 'S' TO WK-FIM-PROMESSAS
                   MOVE 'N' TO WK-CARGA-OK
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF WK-PRM-QTD LESS 2000
                       IF PRM-STATUS EQUAL 'A'
                           PERFORM 1220-SUBSTITUIR-ABERTA
                               VARYING WK-PRM-ANT FROM 1 BY 1
                               UNTIL WK-PRM-ANT GREATER WK-PRM-QTD
                       END-IF
                       ADD 1 TO WK-PRM-QTD
                       MOVE PRM-CNPJ TO WK-PRM-CNPJ (WK-PRM-QTD)
                       MOVE PRM-COBRADOR
                           TO WK-PRM-COBRADOR (WK-PRM-QTD)
                       MOVE PRM-DATA TO WK-PRM-DATA (WK-PRM-QTD)
                       MOVE PRM-DATA-PROM
                           TO WK-PRM-DATA-PROM (WK-PRM-QTD)
                       MOVE PRM-VALO-PROM
                           TO WK-PRM-VALO-PROM (WK-PRM-QTD)
                       MOVE PRM-VALO-PAGO
                           TO WK-PRM-VALO-PAGO (WK-PRM-QTD)
                       MOVE PRM-STATUS TO WK-PRM-STATUS (WK-PRM-QTD)
                       MOVE PRM-DATA-AVAL
                           TO WK-PRM-DATA-AVAL (WK-PRM-QTD)
                       MOVE PRM-DATA-CONF
                           TO WK-PRM-DATA-CONF (WK-PRM-QTD)
                       MOVE PRM-RETOMADA
                           TO WK-PRM-RETOMADA (WK-PRM-QTD)
                   ELSE
                       DISPLAY 'ALERTA: TABELA DE PROMESSAS CHEIA - '
                           'REGRAVACAO SUPRIMIDA'
                       MOVE 'S' TO WK-FIM-PROMESSAS
                       MOVE 'N' TO WK-CARGA-OK
                       MOVE 4 TO WK-RC-NOVO
                       PERFORM 9100-REGISTRAR-SEVERIDADE
                   END-IF
               END-IF
           END-IF.

       1210-LER-PROMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SUBSTITUIR-ABERTA - marca como substituida a promessa aberta
      * anterior do mesmo CNPJ da promessa aberta que esta chegando.
      *-----------------------------------------------------------------
       1220-SUBSTITUIR-ABERTA SECTION.
           IF WK-PRM-CNPJ (WK-PRM-ANT) EQUAL PRM-CNPJ
               AND WK-PRM-STATUS (WK-PRM-ANT) EQUAL 'A'
               MOVE 'S' TO WK-PRM-STATUS (WK-PRM-ANT)
               MOVE WK-DATA-SYS-NUM TO WK-PRM-DATA-AVAL (WK-PRM-ANT)
               ADD 1 TO WK-QTD-SUBSTITUIDAS
           END-IF.

       1220-SUBSTITUIR-ABERTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULAR-BAIXAS - le os pagamentos aplicados pelo CBLZMW12
      * (Baixas.dat) e soma cada um na promessa aberta do CNPJ,
      * quando feito a partir da data do contato. A promessa que ja
      * acumulou as baixas desta data (PRM-DATA-CONF) nao soma de
      * novo numa reexecucao. Arquivo inexistente e um dia sem
      * pagamentos.
      *-----------------------------------------------------------------
       1300-ACUMULAR-BAIXAS SECTION.
           OPEN INPUT BAIXAS.
           IF WK-STATUS-B EQUAL ZEROS
               PERFORM 1310-LER-BAIXA
                   UNTIL WK-FIM-BAIXAS EQUAL 'S'
               CLOSE BAIXAS
           ELSE
               IF WK-STATUS-B EQUAL 35
                   DISPLAY 'Baixas.dat INEXISTENTE - SEM PAGAMENTOS '
                       'NO DIA'
                   MOVE 'S' TO WK-BAIXAS-OK
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-B
                       ' BAIXAS'
                   MOVE 'N' TO WK-CARGA-OK
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       1300-ACUMULAR-BAIXAS-FIM.
           EXIT.

       1310-LER-BAIXA SECTION.
           READ BAIXAS INTO WK-REG-BAIXA.
           IF WK-STATUS-B EQUAL 10
               MOVE 'S' TO WK-FIM-BAIXAS
               MOVE 'S' TO WK-BAIXAS-OK
           ELSE
               IF WK-STATUS-B NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-B
                       ' BAIXAS'
                   MOVE 'S' TO WK-FIM-BAIXAS
                   MOVE 'N' TO WK-CARGA-OK
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 1320-CREDITAR-PROMESSA
                       VARYING WK-PRM-IDX FROM 1 BY 1
                       UNTIL WK-PRM-IDX GREATER WK-PRM-QTD
               END-IF
           END-IF.

       1310-LER-BAIXA-FIM.
           EXIT.

       1320-CREDITAR-PROMESSA SECTION.
           IF WK-PRM-CNPJ (WK-PRM-IDX) EQUAL BXA-CNPJ
               AND WK-PRM-STATUS (WK-PRM-IDX) EQUAL 'A'
               AND WK-PRM-DATA-CONF (WK-PRM-IDX)
                   NOT EQUAL WK-DATA-SYS-NUM
               AND BXA-DATA NOT LESS WK-PRM-DATA (WK-PRM-IDX)
               ADD BXA-VALO TO WK-PRM-VALO-PAGO (WK-PRM-IDX)
                   ON SIZE ERROR
                       DISPLAY 'ALERTA: ESTOURO NO VALOR PAGO DA '
                           'PROMESSA ' BXA-CNPJ
               END-ADD
               ADD 1 TO WK-QTD-PAG-PROMESSA
               ADD BXA-VALO TO WK-VAL-PAG-PROMESSA
           END-IF.

       1320-CREDITAR-PROMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * AVALIAR-PROMESSA - marca a promessa aberta com a data das
      * baixas ja acumuladas e a avalia: pago cobrindo o prometido e
      * cumprida (mesmo antes da data); data prometida ja passada sem
      * o valor e quebrada e volta o devedor para a frente da fila.
      * Quebradas ainda sem novo contato sao contadas para a leitura
      * de Contatos.dat.
      *-----------------------------------------------------------------
       1400-AVALIAR-PROMESSA SECTION.
           IF WK-PRM-STATUS (WK-PRM-IDX) EQUAL 'A'
               IF WK-BAIXAS-OK EQUAL 'S'
                   MOVE WK-DATA-SYS-NUM
                       TO WK-PRM-DATA-CONF (WK-PRM-IDX)
               END-IF
               IF WK-PRM-VALO-PAGO (WK-PRM-IDX)
                   NOT LESS WK-PRM-VALO-PROM (WK-PRM-IDX)
                   MOVE 'C' TO WK-PRM-STATUS (WK-PRM-IDX)
                   MOVE WK-DATA-SYS-NUM
                       TO WK-PRM-DATA-AVAL (WK-PRM-IDX)
                   ADD 1 TO WK-QTD-CUMPRIDAS
               ELSE
                   IF WK-PRM-DATA-PROM (WK-PRM-IDX)
                       LESS WK-DATA-SYS-NUM
                       MOVE 'Q' TO WK-PRM-STATUS (WK-PRM-IDX)
                       MOVE 'N' TO WK-PRM-RETOMADA (WK-PRM-IDX)
                       MOVE WK-DATA-SYS-NUM
                           TO WK-PRM-DATA-AVAL (WK-PRM-IDX)
                       ADD 1 TO WK-QTD-QUEBRADAS
                       DISPLAY 'PROMESSA QUEBRADA: '
                           WK-PRM-CNPJ (WK-PRM-IDX) ' COBRADOR '
                           WK-PRM-COBRADOR (WK-PRM-IDX)
                   END-IF
               END-IF
           END-IF.

           IF WK-PRM-STATUS (WK-PRM-IDX) EQUAL 'Q'
               AND WK-PRM-RETOMADA (WK-PRM-IDX) EQUAL 'N'
               ADD 1 TO WK-QTD-PENDENTES
           END-IF.

       1400-AVALIAR-PROMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERIR-RETOMADAS - le Contatos.dat e da como retomada a
      * promessa quebrada do CNPJ que ja teve contato registrado a
      * partir da data da quebra: o devedor volta para a ordem normal
      * da fila. Sem o arquivo as quebradas continuam na frente.
      *-----------------------------------------------------------------
       1500-CONFERIR-RETOMADAS SECTION.
           OPEN INPUT CONTATOS.
           IF WK-STATUS-T EQUAL ZEROS
               PERFORM 1510-LER-CONTATO
                   UNTIL WK-FIM-CONTATOS EQUAL 'S'
               CLOSE CONTATOS
           ELSE
               IF WK-STATUS-T NOT EQUAL 35
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-T
                       ' CONTATOS'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       1500-CONFERIR-RETOMADAS-FIM.
           EXIT.

       1510-LER-CONTATO SECTION.
           READ CONTATOS INTO WK-REG-CONTATO.
           IF WK-STATUS-T EQUAL 10
               MOVE 'S' TO WK-FIM-CONTATOS
           ELSE
               IF WK-STATUS-T NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-T
                       ' CONTATOS'
                   MOVE 'S' TO WK-FIM-CONTATOS
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   PERFORM 1520-CONFERIR-RETOMADA
                       VARYING WK-PRM-IDX FROM 1 BY 1
                       UNTIL WK-PRM-IDX GREATER WK-PRM-QTD
               END-IF
           END-IF.

       1510-LER-CONTATO-FIM.
           EXIT.

       1520-CONFERIR-RETOMADA SECTION.
           IF WK-PRM-CNPJ (WK-PRM-IDX) EQUAL CTT-CNPJ
               AND WK-PRM-STATUS (WK-PRM-IDX) EQUAL 'Q'
               AND WK-PRM-RETOMADA (WK-PRM-IDX) EQUAL 'N'
               AND CTT-DATA NOT LESS WK-PRM-DATA-AVAL (WK-PRM-IDX)
               MOVE 'S' TO WK-PRM-RETOMADA (WK-PRM-IDX)
               ADD 1 TO WK-QTD-RETOMADAS
           END-IF.

       1520-CONFERIR-RETOMADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LIBERAR-DEVEDORES - le o mestre inteiro na ordem da chave e
      * libera para a classificacao da fila cada devedor INADIMPLENTE
      * valido e com valor em aberto, ja com cobrador, classe,
      * faixa, valor atualizado e dados de contato.
      *-----------------------------------------------------------------
       1600-LIBERAR-DEVEDORES SECTION.
           PERFORM 1610-LER-MESTRE.
           PERFORM 1620-TRATAR-MESTRE
               UNTIL WK-FIM-MESTRE EQUAL 'S'.

       1600-LIBERAR-DEVEDORES-FIM.
           EXIT.

       1610-LER-MESTRE SECTION.
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

       1610-LER-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TRATAR-MESTRE - para o devedor INADIMPLENTE: busca filial e
      * vencimento na foto, calcula valor atualizado e faixa, confere
      * as promessas do CNPJ (aberta tira da fila; quebrada sem novo
      * contato vai para a frente, com o cobrador da promessa) e
      * atribui o cobrador pela filial e pela faixa de valor.
      *-----------------------------------------------------------------
       1620-TRATAR-MESTRE SECTION.
           IF MST-SITU EQUAL WK-SITU-INADIMPLENTE
               AND MST-VALIDO EQUAL 'S'
               AND MST-VALO GREATER ZEROS
               PERFORM 1630-BUSCAR-VENCIMENTO
               PERFORM 2575-CALCULAR-VALOR-ATUAL
               PERFORM 1640-CLASSIFICAR-FAIXA

               MOVE 'N' TO WK-EM-PROMESSA
               MOVE 'N' TO WK-QUEBRADA
               MOVE SPACES TO WK-COB-QUEBRADA
               PERFORM 1650-CONFERIR-PROMESSA
                   VARYING WK-PRM-IDX FROM 1 BY 1
                   UNTIL WK-PRM-IDX GREATER WK-PRM-QTD

               IF WK-EM-PROMESSA EQUAL 'S'
                   ADD 1 TO WK-QTD-EM-PROMESSA
               ELSE
                   PERFORM 1700-ATRIBUIR-COBRADOR
                   PERFORM 1680-LIBERAR-DEVEDOR
               END-IF
           END-IF.

           PERFORM 1610-LER-MESTRE.

       1620-TRATAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCAR-VENCIMENTO - casa o CNPJ do mestre com a foto ordenada:
      * avanca a foto ate o CNPJ e, entre os registros do CNPJ (um por
      * filial de origem), guarda o vencimento valido mais antigo e a
      * primeira filial. CNPJ fora da foto fica sem vencimento.
      *-----------------------------------------------------------------
       1630-BUSCAR-VENCIMENTO SECTION.
           MOVE ZEROS TO WK-VENC-ESTAB.
           MOVE SPACES TO WK-FILIAL-ESTAB.

           PERFORM 1635-LER-FOTO
               UNTIL WK-FIM-SNAP NOT EQUAL 'N'
                  OR SNP-CNPJ NOT LESS MST-CNPJ.

           PERFORM 1631-CASAR-FOTO
               UNTIL WK-FIM-SNAP NOT EQUAL 'N'
                  OR SNP-CNPJ NOT EQUAL MST-CNPJ.

           IF WK-FILIAL-ESTAB EQUAL SPACES
               ADD 1 TO WK-QTD-SEM-FOTO
           END-IF.

       1630-BUSCAR-VENCIMENTO-FIM.
           EXIT.

       1631-CASAR-FOTO SECTION.
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

           PERFORM 1635-LER-FOTO.

       1631-CASAR-FOTO-FIM.
           EXIT.

       1635-LER-FOTO SECTION.
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

       1635-LER-FOTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICAR-FAIXA - faixa de atraso do devedor pelo
      * vencimento mais antigo na foto, nas faixas do CBLZMW18: 1 a
      * vencer, 2 1-30, 3 31-60, 4 61-90, 5 91-180, 6 mais de 180
      * dias, 7 sem data.
      *-----------------------------------------------------------------
       1640-CLASSIFICAR-FAIXA SECTION.
           IF WK-VENC-ESTAB EQUAL ZEROS
               MOVE 7 TO WK-FAIXA
           ELSE
               MOVE WK-VENC-ESTAB TO WK-CDS-DATA
               PERFORM 2545-CALCULAR-DIA-SERIAL
               COMPUTE WK-ATU-DIAS = WK-SERIAL-HOJE - WK-CDS-SERIAL
               IF WK-ATU-DIAS NOT GREATER ZEROS
                   MOVE 1 TO WK-FAIXA
               ELSE
                   IF WK-ATU-DIAS NOT GREATER 30
                       MOVE 2 TO WK-FAIXA
                   ELSE
                       IF WK-ATU-DIAS NOT GREATER 60
                           MOVE 3 TO WK-FAIXA
                       ELSE
                           IF WK-ATU-DIAS NOT GREATER 90
                               MOVE 4 TO WK-FAIXA
                           ELSE
                               IF WK-ATU-DIAS NOT GREATER 180
                                   MOVE 5 TO WK-FAIXA
                               ELSE
                                   MOVE 6 TO WK-FAIXA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1640-CLASSIFICAR-FAIXA-FIM.
           EXIT.

       1650-CONFERIR-PROMESSA SECTION.
           IF WK-PRM-CNPJ (WK-PRM-IDX) EQUAL MST-CNPJ
               IF WK-PRM-STATUS (WK-PRM-IDX) EQUAL 'A'
                   MOVE 'S' TO WK-EM-PROMESSA
               ELSE
                   IF WK-PRM-STATUS (WK-PRM-IDX) EQUAL 'Q'
                       AND WK-PRM-RETOMADA (WK-PRM-IDX) EQUAL 'N'
                       MOVE 'S' TO WK-QUEBRADA
                       MOVE WK-PRM-COBRADOR (WK-PRM-IDX)
                           TO WK-COB-QUEBRADA
                   END-IF
               END-IF
           END-IF.

       1650-CONFERIR-PROMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LIBERAR-DEVEDOR - monta o registro da classificacao com a
      * razao social, o telefone e o e-mail do cadastro e o libera.
      * Devedor sem cobrador vai com o cobrador em HIGH-VALUES, para o
      * fim do relatorio.
      *-----------------------------------------------------------------
       1680-LIBERAR-DEVEDOR SECTION.
           MOVE SPACES TO WK-REG-ORDEM.

           IF WK-COB-ACHOU EQUAL 'S'
               MOVE WK-COB-ATRIBUIDO TO ORF-COBRADOR
           ELSE
               MOVE HIGH-VALUES TO ORF-COBRADOR
               ADD 1 TO WK-QTD-SEM-COBRADOR
           END-IF.

           IF WK-QUEBRADA EQUAL 'S'
               MOVE '0' TO ORF-CLASSE
           ELSE
               MOVE '1' TO ORF-CLASSE
           END-IF.

           IF WK-FAIXA EQUAL 7
               MOVE ZEROS TO ORF-FAIXA-ORD
           ELSE
               MOVE WK-FAIXA TO ORF-FAIXA-ORD
           END-IF.

           MOVE WK-VALOR-ATUAL TO ORF-VATU.
           MOVE MST-CNPJ TO ORF-CNPJ.
           MOVE WK-FILIAL-ESTAB TO ORF-FILIAL.
           MOVE WK-FAIXA TO ORF-FAIXA.
           MOVE MST-VALO TO ORF-VALO.
           MOVE 'SEM CADASTRO' TO ORF-RAZAO.

           IF WK-CADASTRO-OK EQUAL 'S'
               MOVE MST-CNPJ TO CAD-CNPJ
               READ CADASTRO
               IF WK-STATUS-D EQUAL ZEROS
                   MOVE CAD-RAZAO TO ORF-RAZAO
                   MOVE CAD-FONE TO ORF-FONE
                   MOVE CAD-EMAIL TO ORF-EMAIL
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

           MOVE WK-REG-ORDEM TO SD-REG-ORDENACAO.
           RELEASE SD-REG-ORDENACAO.

       1680-LIBERAR-DEVEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ATRIBUIR-COBRADOR - devedor de promessa quebrada volta para o
      * cobrador que obteve a promessa, se ele continua ativo. Os
      * demais vao para um cobrador da propria filial cuja faixa
      * contenha o valor original (na falta, um da filial '**'); entre
      * varios candidatos o resto da divisao do CNPJ pela quantidade
      * deles escolhe um, sempre o mesmo enquanto a tabela nao mudar.
      *-----------------------------------------------------------------
       1700-ATRIBUIR-COBRADOR SECTION.
           MOVE 'N' TO WK-COB-ACHOU.
           MOVE SPACES TO WK-COB-ATRIBUIDO.

           IF WK-QUEBRADA EQUAL 'S'
               PERFORM 1730-PROCURAR-COBRADOR
                   VARYING WK-COB-IDX FROM 1 BY 1
                   UNTIL WK-COB-IDX GREATER WK-COB-QTD
                      OR WK-COB-ACHOU EQUAL 'S'
           END-IF.

           IF WK-COB-ACHOU NOT EQUAL 'S'
               MOVE WK-FILIAL-ESTAB TO WK-FILIAL-BUSCA
               PERFORM 1705-CONTAR-CANDIDATOS
               IF WK-QTD-CANDIDATOS EQUAL ZEROS
                   MOVE '**' TO WK-FILIAL-BUSCA
                   PERFORM 1705-CONTAR-CANDIDATOS
               END-IF
               IF WK-QTD-CANDIDATOS GREATER ZEROS
                   DIVIDE MST-CNPJ BY WK-QTD-CANDIDATOS
                       GIVING WK-QUOCIENTE
                       REMAINDER WK-CAND-ALVO
                   ADD 1 TO WK-CAND-ALVO
                   MOVE ZEROS TO WK-CAND-CONTA
                   PERFORM 1720-ESCOLHER-CANDIDATO
                       VARYING WK-COB-IDX FROM 1 BY 1
                       UNTIL WK-COB-IDX GREATER WK-COB-QTD
                          OR WK-COB-ACHOU EQUAL 'S'
               END-IF
           END-IF.

       1700-ATRIBUIR-COBRADOR-FIM.
           EXIT.

       1705-CONTAR-CANDIDATOS SECTION.
           MOVE ZEROS TO WK-QTD-CANDIDATOS.
           PERFORM 1710-CONTAR-CANDIDATO
               VARYING WK-COB-IDX FROM 1 BY 1
               UNTIL WK-COB-IDX GREATER WK-COB-QTD.

       1705-CONTAR-CANDIDATOS-FIM.
           EXIT.

       1710-CONTAR-CANDIDATO SECTION.
           IF WK-COB-FILIAL (WK-COB-IDX) EQUAL WK-FILIAL-BUSCA
               AND MST-VALO NOT LESS WK-COB-FAIXA-MIN (WK-COB-IDX)
               AND MST-VALO NOT GREATER WK-COB-FAIXA-MAX (WK-COB-IDX)
               ADD 1 TO WK-QTD-CANDIDATOS
           END-IF.

       1710-CONTAR-CANDIDATO-FIM.
           EXIT.

       1720-ESCOLHER-CANDIDATO SECTION.
           IF WK-COB-FILIAL (WK-COB-IDX) EQUAL WK-FILIAL-BUSCA
               AND MST-VALO NOT LESS WK-COB-FAIXA-MIN (WK-COB-IDX)
               AND MST-VALO NOT GREATER WK-COB-FAIXA-MAX (WK-COB-IDX)
               ADD 1 TO WK-CAND-CONTA
               IF WK-CAND-CONTA EQUAL WK-CAND-ALVO
                   MOVE 'S' TO WK-COB-ACHOU
                   MOVE WK-COB-ID (WK-COB-IDX) TO WK-COB-ATRIBUIDO
               END-IF
           END-IF.

       1720-ESCOLHER-CANDIDATO-FIM.
           EXIT.

       1730-PROCURAR-COBRADOR SECTION.
           IF WK-COB-ID (WK-COB-IDX) EQUAL WK-COB-QUEBRADA
               MOVE 'S' TO WK-COB-ACHOU
               MOVE WK-COB-ID (WK-COB-IDX) TO WK-COB-ATRIBUIDO
           END-IF.

       1730-PROCURAR-COBRADOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho do relatorio
      * com o numero de pagina corrente e o cobrador da pagina.
      *-----------------------------------------------------------------
       1900-IMPRIMIR-CABECALHO SECTION.
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

           MOVE WK-LINCOB TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE WK-LINDIT01 TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO WK-LINHAS-PAGINA.

       1900-IMPRIMIR-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - le a fila ja classificada, abre pagina nova a cada
      * troca de cobrador, numera o devedor na fila do cobrador, grava
      * FilaCobranca.dat e imprime a linha. Devedor sem cobrador so e
      * impresso.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ FILA-ORDENADA INTO WK-REG-ORDEM.

           IF WK-STATUS-O EQUAL 10
               MOVE 'S' TO WK-FIM-FILA
           ELSE
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-O
                       ' FILA.ORD'
                   MOVE 'S' TO WK-FIM-FILA
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   IF WK-PRIMEIRO-COB EQUAL 'S'
                       OR ORF-COBRADOR NOT EQUAL WK-COB-CORRENTE
                       PERFORM 2100-ABRIR-COBRADOR
                   END-IF
                   PERFORM 2200-GRAVAR-DEVEDOR
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-COBRADOR - fecha o cobrador anterior com a linha de
      * total e abre a pagina do novo cobrador com o nome dele.
      *-----------------------------------------------------------------
       2100-ABRIR-COBRADOR SECTION.
           IF WK-PRIMEIRO-COB NOT EQUAL 'S'
               PERFORM 2300-TOTALIZAR-COBRADOR
           END-IF.

           MOVE 'N' TO WK-PRIMEIRO-COB.
           MOVE ORF-COBRADOR TO WK-COB-CORRENTE.
           MOVE ZEROS TO WK-TOTAIS-COBRADOR.

           IF ORF-COBRADOR EQUAL HIGH-VALUES
               MOVE SPACES TO WK-LCB-ID
               MOVE 'SEM COBRADOR PARA A FILIAL E A FAIXA DE VALOR'
                   TO WK-LCB-NOME
               DISPLAY 'ALERTA: DEVEDORES SEM COBRADOR: '
                   WK-QTD-SEM-COBRADOR
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               MOVE ORF-COBRADOR TO WK-LCB-ID
               MOVE SPACES TO WK-NOME-COB
               MOVE 'N' TO WK-COB-ACHOU
               PERFORM 2110-NOMEAR-COBRADOR
                   VARYING WK-COB-IDX FROM 1 BY 1
                   UNTIL WK-COB-IDX GREATER WK-COB-QTD
                      OR WK-COB-ACHOU EQUAL 'S'
               MOVE WK-NOME-COB TO WK-LCB-NOME
           END-IF.

           PERFORM 1900-IMPRIMIR-CABECALHO.

       2100-ABRIR-COBRADOR-FIM.
           EXIT.

       2110-NOMEAR-COBRADOR SECTION.
           IF WK-COB-ID (WK-COB-IDX) EQUAL ORF-COBRADOR
               MOVE 'S' TO WK-COB-ACHOU
               MOVE WK-COB-NOME (WK-COB-IDX) TO WK-NOME-COB
           END-IF.

       2110-NOMEAR-COBRADOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-DEVEDOR - grava o devedor na fila do cobrador com a
      * posicao dele e imprime a linha do relatorio.
      *-----------------------------------------------------------------
       2200-GRAVAR-DEVEDOR SECTION.
           ADD 1 TO WK-TCB-QTD.
           ADD ORF-VATU TO WK-TCB-VATU.
           MOVE SPACES TO WK-DET-MARC.

           IF ORF-CLASSE EQUAL '0'
               ADD 1 TO WK-TCB-QUEBRADAS
               MOVE 'QUEBRADA' TO WK-DET-MARC
           END-IF.

           IF ORF-COBRADOR NOT EQUAL HIGH-VALUES
               MOVE ORF-COBRADOR TO FIL-COBRADOR
               MOVE WK-TCB-QTD TO FIL-SEQ
               MOVE ORF-CNPJ TO FIL-CNPJ
               MOVE ORF-FILIAL TO FIL-FILIAL
               IF ORF-CLASSE EQUAL '0'
                   MOVE 'Q' TO FIL-CLASSE
                   ADD 1 TO WK-QTD-FRENTE
               ELSE
                   MOVE 'N' TO FIL-CLASSE
               END-IF
               MOVE ORF-FAIXA TO FIL-FAIXA
               MOVE ORF-VALO TO FIL-VALO
               MOVE ORF-VATU TO FIL-VATU
               MOVE ORF-RAZAO TO FIL-RAZAO
               MOVE ORF-FONE TO FIL-FONE
               MOVE ORF-EMAIL TO FIL-EMAIL
               MOVE WK-DATA-SYS-NUM TO FIL-DATA
               MOVE WK-REG-FILA TO FL-FILA-ARQ
               WRITE FL-FILA-ARQ
               IF WK-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE GRAVACAO NA FILA ' WK-STATUS-F
                       ' CNPJ ' ORF-CNPJ
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-NA-FILA
                   ADD ORF-VATU TO WK-VAL-NA-FILA
               END-IF
           END-IF.

           MOVE ORF-CNPJ TO WK-CNPJ-NUM.
           MOVE WK-CNU-P1 TO WK-CED-P1.
           MOVE WK-CNU-P2 TO WK-CED-P2.
           MOVE WK-CNU-P3 TO WK-CED-P3.
           MOVE WK-CNU-P4 TO WK-CED-P4.
           MOVE WK-CNU-P5 TO WK-CED-P5.

           MOVE WK-TCB-QTD TO WK-DET-SEQ.
           MOVE WK-CNPJ-EDIT TO WK-DET-CNPJ.
           MOVE ORF-FILIAL TO WK-DET-FIL.
           MOVE ORF-FAIXA TO WK-DET-FX.
           MOVE ORF-RAZAO TO WK-DET-RAZA.
           MOVE ORF-FONE TO WK-DET-FONE.
           MOVE ORF-EMAIL TO WK-DET-MAIL.
           MOVE ORF-VATU TO WK-DET-VATU.
           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2200-GRAVAR-DEVEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TOTALIZAR-COBRADOR - imprime o total da fila do cobrador
      * corrente: devedores, promessas quebradas e valor atualizado.
      *-----------------------------------------------------------------
       2300-TOTALIZAR-COBRADOR SECTION.
           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE WK-TCB-QTD TO WK-TCB-QTD-ED.
           MOVE WK-TCB-QUEBRADAS TO WK-TCB-QUE-ED.
           MOVE WK-TCB-VATU TO WK-TCB-VATU-ED.
           MOVE WK-LINTCB TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       2300-TOTALIZAR-COBRADOR-FIM.
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
      * CALCULAR-VALOR-ATUAL - calcula o valor atualizado do devedor
      * sobre o vencimento mais antigo da foto, com a taxa vigente -
      * mesmo calculo do CBLZMW03: multa fixa, juros mensal
      * proporcional aos dias de atraso (base 30) e correcao pelo
      * indice diario. Sem taxa, sem vencimento ou divida ainda nao
      * vencida, o valor atualizado e o original.
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
               PERFORM 1900-IMPRIMIR-CABECALHO
               MOVE WK-LINHA-PENDENTE TO FL-RELATORIO-ARQ
           END-IF.

           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINHAS-PAGINA.

       2700-ESCREVER-LINHA-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - fecha o ultimo cobrador, imprime o resumo da fila
      * e das promessas, regrava Promessas.dat (suprimida se a carga
      * ou a leitura dos pagamentos falhou) e encerra com o codigo de
      * retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           IF WK-PRIMEIRO-COB NOT EQUAL 'S'
               PERFORM 2300-TOTALIZAR-COBRADOR
           ELSE
               MOVE SPACES TO WK-LCB-ID
               MOVE 'NENHUM DEVEDOR INADIMPLENTE NA FILA'
                   TO WK-LCB-NOME
               PERFORM 1900-IMPRIMIR-CABECALHO
           END-IF.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES NA FILA DOS COBRADORES' TO WK-RES-DESC.
           MOVE WK-QTD-NA-FILA TO WK-RES-QTD.
           MOVE WK-VAL-NA-FILA TO WK-VAL-EDIT.
           MOVE WK-VAL-EDIT TO WK-RES-VALO.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-RES-VALO.

           MOVE 'PROMESSAS QUEBRADAS NA FRENTE DA FILA' TO WK-RES-DESC.
           MOVE WK-QTD-FRENTE TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES COM PROMESSA ABERTA (FORA DA FILA)'
               TO WK-RES-DESC.
           MOVE WK-QTD-EM-PROMESSA TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'DEVEDORES SEM COBRADOR' TO WK-RES-DESC.
           MOVE WK-QTD-SEM-COBRADOR TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PAGAMENTOS CREDITADOS EM PROMESSAS' TO WK-RES-DESC.
           MOVE WK-QTD-PAG-PROMESSA TO WK-RES-QTD.
           MOVE WK-VAL-PAG-PROMESSA TO WK-VAL-EDIT.
           MOVE WK-VAL-EDIT TO WK-RES-VALO.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO WK-RES-VALO.

           MOVE 'PROMESSAS CUMPRIDAS NA EXECUCAO' TO WK-RES-DESC.
           MOVE WK-QTD-CUMPRIDAS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PROMESSAS QUEBRADAS NA EXECUCAO' TO WK-RES-DESC.
           MOVE WK-QTD-QUEBRADAS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           CLOSE FILA-ORDENADA.

           CLOSE FILA.
           IF WK-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-F
           END-IF.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
           END-IF.

           IF WK-CARGA-OK EQUAL 'S'
               AND WK-PRM-QTD GREATER ZEROS
               PERFORM 3100-REGRAVAR-PROMESSAS
           ELSE
               IF WK-CARGA-OK NOT EQUAL 'S'
                   DISPLAY 'REGRAVACAO DE Promessas.dat SUPRIMIDA - '
                       'CARGA OU PAGAMENTOS FALHARAM'
               END-IF
           END-IF.

           DISPLAY 'DEVEDORES NA FILA.....: ' WK-QTD-NA-FILA.
           DISPLAY 'QUEBRADAS NA FRENTE...: ' WK-QTD-FRENTE.
           DISPLAY 'EM PROMESSA ABERTA....: ' WK-QTD-EM-PROMESSA.
           DISPLAY 'SEM COBRADOR..........: ' WK-QTD-SEM-COBRADOR.
           DISPLAY 'FORA DA FOTO..........: ' WK-QTD-SEM-FOTO.
           DISPLAY 'SEM CADASTRO..........: ' WK-QTD-SEM-CAD.
           DISPLAY 'PAGTOS EM PROMESSAS...: ' WK-QTD-PAG-PROMESSA.
           DISPLAY 'PROMESSAS CUMPRIDAS...: ' WK-QTD-CUMPRIDAS.
           DISPLAY 'PROMESSAS QUEBRADAS...: ' WK-QTD-QUEBRADAS.
           DISPLAY 'PROMESSAS SUBSTITUIDAS: ' WK-QTD-SUBSTITUIDAS.
           DISPLAY 'QUEBRADAS RETOMADAS...: ' WK-QTD-RETOMADAS.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVAR-PROMESSAS - regrava Promessas.dat com os pagamentos
      * acumulados e os status atualizados. Promessa ja avaliada
      * (cumprida, quebrada ou substituida) ha mais de um ano sai do
      * arquivo.
      *-----------------------------------------------------------------
       3100-REGRAVAR-PROMESSAS SECTION.
           OPEN OUTPUT PROMESSAS.
           IF WK-STATUS-R NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-R
                   ' PROMESSAS'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           ELSE
               PERFORM 3110-GRAVAR-PROMESSA
                   VARYING WK-PRM-IDX FROM 1 BY 1
                   UNTIL WK-PRM-IDX GREATER WK-PRM-QTD
               CLOSE PROMESSAS
               IF WK-STATUS-R NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-R
               END-IF
               DISPLAY 'PROMESSAS GRAVADAS....: ' WK-QTD-GRAVADAS
               DISPLAY 'PROMESSAS EXPURGADAS..: ' WK-QTD-EXPURGADAS
           END-IF.

       3100-REGRAVAR-PROMESSAS-FIM.
           EXIT.

       3110-GRAVAR-PROMESSA SECTION.
           IF WK-PRM-STATUS (WK-PRM-IDX) NOT EQUAL 'A'
               AND WK-PRM-DATA-AVAL (WK-PRM-IDX) LESS WK-DATA-CORTE
               ADD 1 TO WK-QTD-EXPURGADAS
           ELSE
               MOVE WK-PRM-CNPJ (WK-PRM-IDX) TO PRM-CNPJ
               MOVE WK-PRM-COBRADOR (WK-PRM-IDX) TO PRM-COBRADOR
               MOVE WK-PRM-DATA (WK-PRM-IDX) TO PRM-DATA
               MOVE WK-PRM-DATA-PROM (WK-PRM-IDX) TO PRM-DATA-PROM
               MOVE WK-PRM-VALO-PROM (WK-PRM-IDX) TO PRM-VALO-PROM
               MOVE WK-PRM-VALO-PAGO (WK-PRM-IDX) TO PRM-VALO-PAGO
               MOVE WK-PRM-STATUS (WK-PRM-IDX) TO PRM-STATUS
               MOVE WK-PRM-DATA-AVAL (WK-PRM-IDX) TO PRM-DATA-AVAL
               MOVE WK-PRM-DATA-CONF (WK-PRM-IDX) TO PRM-DATA-CONF
               MOVE WK-PRM-RETOMADA (WK-PRM-IDX) TO PRM-RETOMADA
               MOVE WK-REG-PROMESSA TO FL-PROMESSAS-ARQ
               WRITE FL-PROMESSAS-ARQ
               IF WK-STATUS-R NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE GRAVACAO DE ARQUIVO ' WK-STATUS-R
                       ' PROMESSAS - CNPJ ' PRM-CNPJ
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-GRAVADAS
               END-IF
           END-IF.

       3110-GRAVAR-PROMESSA-FIM.
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

       END PROGRAM CBLZMW26.
