       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW28.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de produtividade dos cobradores da
      *          cobranca interna. Por cobrador (Cobradores.dat,
      *          copybook CBCOBREG): contatos registrados no mes pelo
      *          CBLZMW27 (Contatos.dat) por resultado - nao atendeu,
      *          promessa e recusou; promessas obtidas no mes e valor
      *          prometido; promessas avaliadas no mes pelo CBLZMW26
      *          (Promessas.dat) - cumpridas e quebradas, com o
      *          percentual de cumprimento - e o valor recuperado, soma
      *          dos pagamentos acumulados nas promessas avaliadas no
      *          mes (cumpridas e, pelo pago em parte, quebradas);
      *          promessas ainda abertas na data do relatorio. Cobrador
      *          com movimento que nao esta mais na tabela sai com o
      *          nome em branco. O periodo (AAAAMM) vem da 1a linha de
      *          CBLZMW28.PARM (default mes anterior).
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE ASSIGN TO
           'CBLZMW28.PARM'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-P.

       SELECT COBRADORES ASSIGN TO
           'Cobradores.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-C.

       SELECT CONTATOS ASSIGN TO
           'Contatos.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-T.

       SELECT PROMESSAS ASSIGN TO
           'Promessas.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-R.

       SELECT RELATORIO ASSIGN TO
           'Produtividade.txt'
           FILE STATUS IS WK-STATUS-S.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-CONTROLE-ARQ PIC X(100).

       FD COBRADORES.

       01 FL-COBRADORES-ARQ PIC X(71).

       FD CONTATOS.

       01 FL-CONTATOS-ARQ PIC X(100).

       FD PROMESSAS.

       01 FL-PROMESSAS-ARQ PIC X(86).

       FD RELATORIO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.

       01 FL-RELATORIO-ARQ PIC X(132).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-C PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-T PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-R PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Periodo do relatorio (AAAAMM).
      *-----------------------------------------------------------------
       01 WK-PERIODO-ALFA PIC X(06) VALUE SPACES.
       01 WK-PERIODO REDEFINES WK-PERIODO-ALFA.
           02 WK-PER-ANO PIC 9(04).
           02 WK-PER-MES PIC 9(02).

       01 WK-FIM-COBRADORES PIC X(01) VALUE 'N'.
       01 WK-FIM-CONTATOS   PIC X(01) VALUE 'N'.
       01 WK-FIM-PROMESSAS  PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Registros do cobrador, do contato e da promessa (copybooks
      * CBCOBREG, CBCTTREG e CBPRMREG).
      *-----------------------------------------------------------------
       COPY CBCOBREG.

       COPY CBCTTREG.

       COPY CBPRMREG.

      *-----------------------------------------------------------------
      * Produtividade por cobrador no periodo. A tabela de cobradores
      * tem um registro por carteira; aqui o cobrador aparece uma vez.
      *-----------------------------------------------------------------
       01 WK-TAB-PRODUTIVIDADE.
           02 WK-PRD-QTD PIC 9(03) VALUE ZEROS.
           02 WK-PRD-ENT OCCURS 100 TIMES.
               03 WK-PRD-ID         PIC X(08).
               03 WK-PRD-NOME       PIC X(30).
               03 WK-PRD-CONTATOS   PIC 9(07).
               03 WK-PRD-NAO-ATEND  PIC 9(07).
               03 WK-PRD-PROMESSAS  PIC 9(07).
               03 WK-PRD-RECUSAS    PIC 9(07).
               03 WK-PRD-OBTIDAS    PIC 9(07).
               03 WK-PRD-CUMPRIDAS  PIC 9(07).
               03 WK-PRD-QUEBRADAS  PIC 9(07).
               03 WK-PRD-ABERTAS    PIC 9(07).
               03 WK-PRD-VALO-PROM  PIC 9(15)V99.
               03 WK-PRD-VALO-REC   PIC 9(15)V99.

       01 WK-PRD-IDX   PIC 9(03) VALUE ZEROS.
       01 WK-PRD-POS   PIC 9(03) VALUE ZEROS.
       01 WK-PRD-ACHOU PIC X(01) VALUE 'N'.
       01 WK-PRD-CHAVE PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * Totais do periodo (mesmos campos da linha do cobrador).
      *-----------------------------------------------------------------
       01 WK-TOTAIS.
           02 WK-TOT-CONTATOS   PIC 9(07) VALUE ZEROS.
           02 WK-TOT-NAO-ATEND  PIC 9(07) VALUE ZEROS.
           02 WK-TOT-PROMESSAS  PIC 9(07) VALUE ZEROS.
           02 WK-TOT-RECUSAS    PIC 9(07) VALUE ZEROS.
           02 WK-TOT-OBTIDAS    PIC 9(07) VALUE ZEROS.
           02 WK-TOT-CUMPRIDAS  PIC 9(07) VALUE ZEROS.
           02 WK-TOT-QUEBRADAS  PIC 9(07) VALUE ZEROS.
           02 WK-TOT-ABERTAS    PIC 9(07) VALUE ZEROS.
           02 WK-TOT-VALO-PROM  PIC 9(15)V99 VALUE ZEROS.
           02 WK-TOT-VALO-REC   PIC 9(15)V99 VALUE ZEROS.

       01 WK-PCT-CUMPR     PIC 9(03)V9 VALUE ZEROS.
       01 WK-QTD-AVALIADAS PIC 9(07) VALUE ZEROS.

       01 WK-CONTADORES.
           02 WK-QTD-CTT-LIDOS PIC 9(09) VALUE ZEROS.
           02 WK-QTD-PRM-LIDAS PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Codigo de retorno da execucao: 0 normal, 4 arquivo de
      * entrada ilegivel ou tabela cheia, 8 erro no relatorio.
      *-----------------------------------------------------------------
       01 WK-RC-CONTROLE.
           02 WK-RC-FINAL PIC 9(02) VALUE ZEROS.
           02 WK-RC-NOVO  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC-L PIC X(132) VALUE ALL '='.

       01 WK-CABEC01.
           02 WK-CABEC01-PROG PIC X(20) VALUE 'CBLZMW28'.
           02 WK-CABEC01-IMPR PIC X(20) VALUE 'VOLVO S.A.'.
           02 WK-CABEC01-MASK PIC XXXXXXXXXX.
           02 WK-CABEC01-SP01 PIC X(05) VALUE SPACES.
           02 WK-CABEC01-PAG-LIT PIC X(07) VALUE 'PAGINA '.
           02 WK-CABEC01-PAG-NUM PIC 9(04) VALUE ZEROS.

       01 WK-CABEC02.
           02 WK-CABEC02-HORA-MASK PIC XXXXXXXX.
           02 WK-CABEC02-SPAC PIC X(10) VALUE SPACES.
           02 WK-CABEC02-DESC PIC X(40) VALUE
               'PRODUTIVIDADE DOS COBRADORES - MES: '.
           02 WK-CABEC02-MES  PIC 9(02) VALUE ZEROS.
           02 WK-CABEC02-BAR  PIC X(01) VALUE '/'.
           02 WK-CABEC02-ANO  PIC 9(04) VALUE ZEROS.

       01 WK-LINDIT01.
           02 WK-LINDIT01-SP01 PIC X(30) VALUE SPACES.
           02 WK-LINDIT01-CTT  PIC X(28) VALUE
               '---------CONTATOS----------'.
           02 WK-LINDIT01-PRM  PIC X(34) VALUE
               '-------------PROMESSAS------------'.
           02 WK-LINDIT01-VAL  PIC X(33) VALUE
               '-------------VALORES------------'.

       01 WK-LINDIT02.
           02 WK-LINDIT02-ID   PIC X(09) VALUE 'COBRADOR'.
           02 WK-LINDIT02-NOME PIC X(21) VALUE 'NOME'.
           02 WK-LINDIT02-TOT  PIC X(07) VALUE '  TOTAL'.
           02 WK-LINDIT02-NAT  PIC X(07) VALUE ' N.ATD'.
           02 WK-LINDIT02-PRO  PIC X(07) VALUE '  PROM'.
           02 WK-LINDIT02-REC  PIC X(07) VALUE '  RECU'.
           02 WK-LINDIT02-OBT  PIC X(07) VALUE ' OBTID'.
           02 WK-LINDIT02-CUM  PIC X(07) VALUE ' CUMPR'.
           02 WK-LINDIT02-QUE  PIC X(07) VALUE ' QUEBR'.
           02 WK-LINDIT02-ABE  PIC X(07) VALUE ' ABERT'.
           02 WK-LINDIT02-PCT  PIC X(06) VALUE '%CUMP'.
           02 WK-LINDIT02-VPR  PIC X(17) VALUE '       PROMETIDO'.
           02 WK-LINDIT02-VRE  PIC X(16) VALUE '      RECUPERADO'.

       01 WK-LINDET.
           02 WK-DET-ID   PIC X(08) VALUE SPACES.
           02 WK-DET-SP01 PIC X(01) VALUE SPACES.
           02 WK-DET-NOME PIC X(20) VALUE SPACES.
           02 WK-DET-SP02 PIC X(01) VALUE SPACES.
           02 WK-DET-CTT  PIC ZZZZZ9.
           02 WK-DET-SP03 PIC X(01) VALUE SPACES.
           02 WK-DET-NAT  PIC ZZZZZ9.
           02 WK-DET-SP04 PIC X(01) VALUE SPACES.
           02 WK-DET-PRO  PIC ZZZZZ9.
           02 WK-DET-SP05 PIC X(01) VALUE SPACES.
           02 WK-DET-REC  PIC ZZZZZ9.
           02 WK-DET-SP06 PIC X(01) VALUE SPACES.
           02 WK-DET-OBT  PIC ZZZZZ9.
           02 WK-DET-SP07 PIC X(01) VALUE SPACES.
           02 WK-DET-CUM  PIC ZZZZZ9.
           02 WK-DET-SP08 PIC X(01) VALUE SPACES.
           02 WK-DET-QUE  PIC ZZZZZ9.
           02 WK-DET-SP09 PIC X(01) VALUE SPACES.
           02 WK-DET-ABE  PIC ZZZZZ9.
           02 WK-DET-SP10 PIC X(01) VALUE SPACES.
           02 WK-DET-PCT  PIC ZZ9.9.
           02 WK-DET-SP11 PIC X(01) VALUE SPACES.
           02 WK-DET-VPR  PIC Z(12)9.99.
           02 WK-DET-SP12 PIC X(01) VALUE SPACES.
           02 WK-DET-VRE  PIC Z(12)9.99.

       01 WK-LINRES.
           02 WK-RES-DESC PIC X(45) VALUE SPACES.
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
      * INICIALIZAR - define o periodo, carrega os cobradores e abre
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

           PERFORM 1050-LER-PARAMETROS.

           MOVE WK-PER-MES TO WK-CABEC02-MES.
           MOVE WK-PER-ANO TO WK-CABEC02-ANO.

           PERFORM 1200-CARREGAR-COBRADORES.

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
      * LER-PARAMETROS - periodo da 1a linha de CBLZMW28.PARM
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
                           'CBLZMW28.PARM - USANDO MES ANTERIOR'
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

           MOVE WK-LINDIT02 TO FL-RELATORIO-ARQ.
           WRITE FL-RELATORIO-ARQ AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO WK-LINHAS-PAGINA.

       1100-IMPRIMIR-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGAR-COBRADORES - um cobrador por identificacao na tabela
      * de produtividade, ativo ou nao (o inativo pode ter trabalhado
      * no periodo). Sem o arquivo a tabela se forma so com os
      * cobradores que tiveram movimento.
      *-----------------------------------------------------------------
       1200-CARREGAR-COBRADORES SECTION.
           OPEN INPUT COBRADORES.
           IF WK-STATUS-C EQUAL ZEROS
               PERFORM 1210-LER-COBRADOR
                   UNTIL WK-FIM-COBRADORES EQUAL 'S'
               CLOSE COBRADORES
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-C
                   ' COBRADORES'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1200-CARREGAR-COBRADORES-FIM.
           EXIT.

       1210-LER-COBRADOR SECTION.
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
                   MOVE COB-ID TO WK-PRD-CHAVE
                   PERFORM 2400-LOCALIZAR-COBRADOR
                   IF WK-PRD-ACHOU EQUAL 'S'
                       AND WK-PRD-NOME (WK-PRD-POS) EQUAL SPACES
                       MOVE COB-NOME TO WK-PRD-NOME (WK-PRD-POS)
                   END-IF
               END-IF
           END-IF.

       1210-LER-COBRADOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - acumula os contatos e as promessas do periodo por
      * cobrador. Arquivo inexistente e um periodo sem movimento.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           OPEN INPUT CONTATOS.
           IF WK-STATUS-T EQUAL ZEROS
               PERFORM 2100-LER-CONTATO
                   UNTIL WK-FIM-CONTATOS EQUAL 'S'
               CLOSE CONTATOS
           ELSE
               IF WK-STATUS-T EQUAL 35
                   DISPLAY 'Contatos.dat INEXISTENTE - NENHUM CONTATO'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-T
                       ' CONTATOS'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

           OPEN INPUT PROMESSAS.
           IF WK-STATUS-R EQUAL ZEROS
               PERFORM 2200-LER-PROMESSA
                   UNTIL WK-FIM-PROMESSAS EQUAL 'S'
               CLOSE PROMESSAS
           ELSE
               IF WK-STATUS-R EQUAL 35
                   DISPLAY 'Promessas.dat INEXISTENTE - NENHUMA '
                       'PROMESSA'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-R
                       ' PROMESSAS'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-CONTATO - conta o contato do periodo no cobrador, pelo
      * resultado.
      *-----------------------------------------------------------------
       2100-LER-CONTATO SECTION.
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
                   ADD 1 TO WK-QTD-CTT-LIDOS
                   IF CTT-DATA (1:6) EQUAL WK-PERIODO-ALFA
                       MOVE CTT-COBRADOR TO WK-PRD-CHAVE
                       PERFORM 2400-LOCALIZAR-COBRADOR
                       IF WK-PRD-ACHOU EQUAL 'S'
                           PERFORM 2110-CONTAR-CONTATO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-LER-CONTATO-FIM.
           EXIT.

       2110-CONTAR-CONTATO SECTION.
           ADD 1 TO WK-PRD-CONTATOS (WK-PRD-POS)
                    WK-TOT-CONTATOS.

           IF CTT-RESULTADO EQUAL 'N'
               ADD 1 TO WK-PRD-NAO-ATEND (WK-PRD-POS)
                        WK-TOT-NAO-ATEND
           ELSE
               IF CTT-RESULTADO EQUAL 'P'
                   ADD 1 TO WK-PRD-PROMESSAS (WK-PRD-POS)
                            WK-TOT-PROMESSAS
               ELSE
                   IF CTT-RESULTADO EQUAL 'R'
                       ADD 1 TO WK-PRD-RECUSAS (WK-PRD-POS)
                                WK-TOT-RECUSAS
                   END-IF
               END-IF
           END-IF.

       2110-CONTAR-CONTATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LER-PROMESSA - promessa obtida no periodo conta com o valor
      * prometido; promessa cumprida ou quebrada na avaliacao do
      * periodo conta com o valor pago (recuperado); promessa ainda
      * aberta conta em qualquer periodo. Substituida so conta como
      * obtida.
      *-----------------------------------------------------------------
       2200-LER-PROMESSA SECTION.
           READ PROMESSAS INTO WK-REG-PROMESSA.
           IF WK-STATUS-R EQUAL 10
               MOVE 'S' TO WK-FIM-PROMESSAS
           ELSE
               IF WK-STATUS-R NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-R
                       ' PROMESSAS'
                   MOVE 'S' TO WK-FIM-PROMESSAS
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               ELSE
                   ADD 1 TO WK-QTD-PRM-LIDAS
                   MOVE PRM-COBRADOR TO WK-PRD-CHAVE
                   PERFORM 2400-LOCALIZAR-COBRADOR
                   IF WK-PRD-ACHOU EQUAL 'S'
                       PERFORM 2210-CONTAR-PROMESSA
                   END-IF
               END-IF
           END-IF.

       2200-LER-PROMESSA-FIM.
           EXIT.

       2210-CONTAR-PROMESSA SECTION.
           IF PRM-DATA (1:6) EQUAL WK-PERIODO-ALFA
               ADD 1 TO WK-PRD-OBTIDAS (WK-PRD-POS)
                        WK-TOT-OBTIDAS
               ADD PRM-VALO-PROM TO WK-PRD-VALO-PROM (WK-PRD-POS)
                                    WK-TOT-VALO-PROM
           END-IF.

           IF PRM-STATUS EQUAL 'A'
               ADD 1 TO WK-PRD-ABERTAS (WK-PRD-POS)
                        WK-TOT-ABERTAS
           END-IF.

           IF PRM-DATA-AVAL (1:6) EQUAL WK-PERIODO-ALFA
               IF PRM-STATUS EQUAL 'C'
                   ADD 1 TO WK-PRD-CUMPRIDAS (WK-PRD-POS)
                            WK-TOT-CUMPRIDAS
                   ADD PRM-VALO-PAGO TO WK-PRD-VALO-REC (WK-PRD-POS)
                                        WK-TOT-VALO-REC
               ELSE
                   IF PRM-STATUS EQUAL 'Q'
                       ADD 1 TO WK-PRD-QUEBRADAS (WK-PRD-POS)
                                WK-TOT-QUEBRADAS
                       ADD PRM-VALO-PAGO
                           TO WK-PRD-VALO-REC (WK-PRD-POS)
                              WK-TOT-VALO-REC
                   END-IF
               END-IF
           END-IF.

       2210-CONTAR-PROMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LOCALIZAR-COBRADOR - posicao do cobrador WK-PRD-CHAVE na
      * tabela de produtividade, incluido com os contadores zerados
      * se ainda nao estiver nela.
      *-----------------------------------------------------------------
       2400-LOCALIZAR-COBRADOR SECTION.
           MOVE 'N' TO WK-PRD-ACHOU.
           PERFORM 2410-PROCURAR-COBRADOR
               VARYING WK-PRD-IDX FROM 1 BY 1
               UNTIL WK-PRD-IDX GREATER WK-PRD-QTD
                  OR WK-PRD-ACHOU EQUAL 'S'.

           IF WK-PRD-ACHOU NOT EQUAL 'S'
               IF WK-PRD-QTD LESS 100
                   ADD 1 TO WK-PRD-QTD
                   MOVE WK-PRD-QTD TO WK-PRD-POS
                   MOVE WK-PRD-CHAVE TO WK-PRD-ID (WK-PRD-POS)
                   MOVE SPACES TO WK-PRD-NOME (WK-PRD-POS)
                   MOVE ZEROS TO WK-PRD-CONTATOS (WK-PRD-POS)
                                 WK-PRD-NAO-ATEND (WK-PRD-POS)
                                 WK-PRD-PROMESSAS (WK-PRD-POS)
                                 WK-PRD-RECUSAS (WK-PRD-POS)
                                 WK-PRD-OBTIDAS (WK-PRD-POS)
                                 WK-PRD-CUMPRIDAS (WK-PRD-POS)
                                 WK-PRD-QUEBRADAS (WK-PRD-POS)
                                 WK-PRD-ABERTAS (WK-PRD-POS)
                                 WK-PRD-VALO-PROM (WK-PRD-POS)
                                 WK-PRD-VALO-REC (WK-PRD-POS)
                   MOVE 'S' TO WK-PRD-ACHOU
               ELSE
                   DISPLAY 'ALERTA: TABELA DE COBRADORES CHEIA - '
                       WK-PRD-CHAVE ' FORA DO RELATORIO'
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

       2400-LOCALIZAR-COBRADOR-FIM.
           EXIT.

       2410-PROCURAR-COBRADOR SECTION.
           IF WK-PRD-ID (WK-PRD-IDX) EQUAL WK-PRD-CHAVE
               MOVE 'S' TO WK-PRD-ACHOU
               MOVE WK-PRD-IDX TO WK-PRD-POS
           END-IF.

       2410-PROCURAR-COBRADOR-FIM.
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
      * FINALIZAR - imprime uma linha por cobrador e a linha de total
      * e encerra com o codigo de retorno.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           PERFORM 3100-IMPRIMIR-COBRADOR
               VARYING WK-PRD-IDX FROM 1 BY 1
               UNTIL WK-PRD-IDX GREATER WK-PRD-QTD.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'TOTAL' TO WK-DET-ID.
           MOVE SPACES TO WK-DET-NOME.
           MOVE WK-TOT-CONTATOS TO WK-DET-CTT.
           MOVE WK-TOT-NAO-ATEND TO WK-DET-NAT.
           MOVE WK-TOT-PROMESSAS TO WK-DET-PRO.
           MOVE WK-TOT-RECUSAS TO WK-DET-REC.
           MOVE WK-TOT-OBTIDAS TO WK-DET-OBT.
           MOVE WK-TOT-CUMPRIDAS TO WK-DET-CUM.
           MOVE WK-TOT-QUEBRADAS TO WK-DET-QUE.
           MOVE WK-TOT-ABERTAS TO WK-DET-ABE.
           MOVE WK-TOT-VALO-PROM TO WK-DET-VPR.
           MOVE WK-TOT-VALO-REC TO WK-DET-VRE.
           MOVE WK-TOT-CUMPRIDAS TO WK-QTD-AVALIADAS.
           ADD WK-TOT-QUEBRADAS TO WK-QTD-AVALIADAS.
           IF WK-QTD-AVALIADAS GREATER ZEROS
               COMPUTE WK-PCT-CUMPR ROUNDED =
                   WK-TOT-CUMPRIDAS * 100 / WK-QTD-AVALIADAS
           ELSE
               MOVE ZEROS TO WK-PCT-CUMPR
           END-IF.
           MOVE WK-PCT-CUMPR TO WK-DET-PCT.
           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'CONTATOS LIDOS' TO WK-RES-DESC.
           MOVE WK-QTD-CTT-LIDOS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           MOVE 'PROMESSAS LIDAS' TO WK-RES-DESC.
           MOVE WK-QTD-PRM-LIDAS TO WK-RES-QTD.
           MOVE WK-LINRES TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

           CLOSE RELATORIO.
           IF WK-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-S
               MOVE 8 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           DISPLAY 'COBRADORES NO RELATORIO: ' WK-PRD-QTD.
           DISPLAY 'CONTATOS NO PERIODO....: ' WK-TOT-CONTATOS.
           DISPLAY 'PROMESSAS CUMPRIDAS....: ' WK-TOT-CUMPRIDAS.
           DISPLAY 'PROMESSAS QUEBRADAS....: ' WK-TOT-QUEBRADAS.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-COBRADOR - linha do cobrador com o percentual de
      * cumprimento das promessas avaliadas no periodo.
      *-----------------------------------------------------------------
       3100-IMPRIMIR-COBRADOR SECTION.
           MOVE WK-PRD-ID (WK-PRD-IDX) TO WK-DET-ID.
           MOVE WK-PRD-NOME (WK-PRD-IDX) TO WK-DET-NOME.
           MOVE WK-PRD-CONTATOS (WK-PRD-IDX) TO WK-DET-CTT.
           MOVE WK-PRD-NAO-ATEND (WK-PRD-IDX) TO WK-DET-NAT.
           MOVE WK-PRD-PROMESSAS (WK-PRD-IDX) TO WK-DET-PRO.
           MOVE WK-PRD-RECUSAS (WK-PRD-IDX) TO WK-DET-REC.
           MOVE WK-PRD-OBTIDAS (WK-PRD-IDX) TO WK-DET-OBT.
           MOVE WK-PRD-CUMPRIDAS (WK-PRD-IDX) TO WK-DET-CUM.
           MOVE WK-PRD-QUEBRADAS (WK-PRD-IDX) TO WK-DET-QUE.
           MOVE WK-PRD-ABERTAS (WK-PRD-IDX) TO WK-DET-ABE.
           MOVE WK-PRD-VALO-PROM (WK-PRD-IDX) TO WK-DET-VPR.
           MOVE WK-PRD-VALO-REC (WK-PRD-IDX) TO WK-DET-VRE.

           MOVE WK-PRD-CUMPRIDAS (WK-PRD-IDX) TO WK-QTD-AVALIADAS.
           ADD WK-PRD-QUEBRADAS (WK-PRD-IDX) TO WK-QTD-AVALIADAS.
           IF WK-QTD-AVALIADAS GREATER ZEROS
               COMPUTE WK-PCT-CUMPR ROUNDED =
                   WK-PRD-CUMPRIDAS (WK-PRD-IDX) * 100
                   / WK-QTD-AVALIADAS
           ELSE
               MOVE ZEROS TO WK-PCT-CUMPR
           END-IF.
           MOVE WK-PCT-CUMPR TO WK-DET-PCT.

           MOVE WK-LINDET TO FL-RELATORIO-ARQ.
           PERFORM 2700-ESCREVER-LINHA-RELATORIO.

       3100-IMPRIMIR-COBRADOR-FIM.
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

       END PROGRAM CBLZMW28.
