      *          negativada por esquecimento.
      * Updates:
      * 01/09/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Registro no livro de eventos do devedor
      *                        (Eventos.dat, copybook CBEVTREG) de cada
      *                        movimento de negativacao: inclusao
      *                        enviada (NP), negativacao confirmada
      *                        (NS), exclusao enviada (NE) e exclusao
      *                        confirmada (NN), para o extrato do
      *                        CBLZMW20.
      * 15/10/2026 - Marcelo - Jornal do mestre (JornalMestre.log,
      *                        copybook CBJMSREG): cada regravacao do
      *                        controle de negativacao no mestre e
      *                        precedida do lancamento com a imagem
      *                        antes e depois, para a recuperacao pelo
      *                        CBLZMW23. Sem o jornal o mestre e
      *                        tratado como indisponivel.
      * 15/10/2026 - Marcelo - A fila de exclusao passa a trazer
      *                        tambem o devedor baixado para prejuizo
      *                        pelo CBLZMW25, que continua no mestre
      *                        (situacao 07): o CNPJ da fila baixado
      *                        no mestre e excluido pelo proprio
      *                        registro (valor, status E e evento
      *                        NE), ou ignorado se a varredura ja o
      *                        excluiu, sem exclusao em dobro no
      *                        extrato.
      * 15/10/2026 - Marcelo - A inclusao e a exclusao so vao para o
      *                        extrato do bureau depois do mestre
      *                        regravado; falha no jornal ou na
      *                        regravacao nao envia o movimento. Jornal
      *                        do mestre indisponivel encerra com RC=8.
      * 15/10/2026 - Marcelo - NegExclusao.dat so e esvaziado com a fila
      *                        lida ate o fim.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-F.

       SELECT EVENTOS ASSIGN TO
           'Eventos.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WK-STATUS-V.

       SELECT JORNAL ASSIGN TO
           'JornalMestre.log'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-J.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
           02 NFL-CNPJ PIC 9(14).
           02 NFL-DATA PIC 9(08).

       FD EVENTOS.

       COPY CBEVTREG.

       FD JORNAL.

       COPY CBJMSREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-3 PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-I PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-X PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-F PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.

       01 WK-FIM-RETORNO PIC X(01) VALUE 'N'.
       01 WK-FIM-MESTRE  PIC X(01) VALUE 'N'.
       01 WK-FIM-FILA    PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Fila de exclusao lida ate o fim: so entao NegExclusao.dat e
      * esvaziado - fila nao percorrida (mestre, jornal ou extrato
      * indisponivel) fica para a proxima execucao.
      *-----------------------------------------------------------------
       01 WK-FILA-CONSUMIDA PIC X(01) VALUE 'N'.

       01 WK-MESTRE-OK PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao, que desempata eventos do
      * mesmo CNPJ com a mesma data e hora, e indicador de livro
      * disponivel - sem o livro a negativacao segue sem registrar
      * eventos.
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): imagem
      * do registro como lido, antes da alteracao, operacao (A
      * alteracao), sequencia do lancamento na execucao, momento da
      * gravacao e indicadores de jornal aberto, de lancamento
      * gravado e de mestre regravado - sem o lancamento o mestre nao
      * e alterado.
      *-----------------------------------------------------------------
       01 WK-JMS-CONTROLE.
           02 WK-JMS-SEQ        PIC 9(07) VALUE ZEROS.
           02 WK-JMS-OPER       PIC X(01) VALUE SPACES.
           02 WK-JMS-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-MST-REGRAVADO  PIC X(01) VALUE 'N'.
           02 WK-JMS-DISPONIVEL PIC X(01) VALUE 'N'.
           02 WK-JMS-ANTES      PIC X(97) VALUE SPACES.
           02 WK-JMS-DATA       PIC 9(08) VALUE ZEROS.
           02 WK-JMS-HORA       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Valor de corte para a inclusao (1a linha de CBLZMW15.PARM, em
      * centavos, ate 15 digitos sem zeros a esquerda). Zero inclui
           02 WK-QTD-INCLUSOES    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-EXCLUSOES    PIC 9(09) VALUE ZEROS.
           02 WK-QTD-CONFIRMADAS  PIC 9(09) VALUE ZEROS.
           02 WK-QTD-FILA-IGNORADOS PIC 9(09) VALUE ZEROS.

       01 WK-SITU-BAIXADO PIC 9(02) VALUE 07.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.

       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE ZEROS.
           02 WK-MINUTE-SYS PIC 9(02) VALUE ZEROS.
           02 WK-SECOND-SYS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-RETORNO
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SYS FROM TIME.

           PERFORM 1050-LER-PARAMETROS.
           PERFORM 1060-LER-ID-EMPRESA.
               MOVE 'S' TO WK-FIM-RETORNO
               MOVE 'S' TO WK-FIM-MESTRE
               MOVE 'S' TO WK-FIM-FILA
           ELSE
               PERFORM 1750-ABRIR-JORNAL
               IF WK-JMS-DISPONIVEL NOT EQUAL 'S'
                   CLOSE MESTRE
                   MOVE 'N' TO WK-MESTRE-OK
                   MOVE 'S' TO WK-FIM-RETORNO
                   MOVE 'S' TO WK-FIM-MESTRE
                   MOVE 'S' TO WK-FIM-FILA
               END-IF
           END-IF.

           OPEN INPUT NEG-RETORNO.
               WRITE FL-NEG-EXCLUSAO-EXT-ARQ
           END-IF.

           PERFORM 1700-ABRIR-EVENTOS.

       1000-INICIALIZAR-FIM.
           EXIT.

       1065-LER-LINHA-PARM03-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o na primeira execucao; sem o livro a
      * negativacao segue sem registrar eventos.
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
               DISPLAY 'NEGATIVACAO SEGUE SEM REGISTRO DE EVENTOS'
           END-IF.

       1700-ABRIR-EVENTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-JORNAL - abre o jornal do mestre em EXTEND para
      * acrescentar os lancamentos da execucao; OPEN OUTPUT so e
      * tentado quando o arquivo ainda nao existe (status 35). Sem o
      * jornal o mestre nao e atualizado e a execucao termina com
      * RC=8.
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
                   'SERA ATUALIZADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1750-ABRIR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR-RETORNO - aplica cada confirmacao do bureau no
      * registro do mestre: IN confirma a inclusao enviada (P vira S)
           READ MESTRE.

           IF WK-STATUS-M EQUAL ZEROS
               MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES
               IF NRT-RESU EQUAL 'IN'
                   MOVE 'S' TO MST-NEGATIVADO
                   MOVE WK-DATA-SYS-NUM TO MST-DATA-NEG
       2100-APLICAR-CONFIRMACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVAR-MESTRE - regrava o registro com o novo controle de
      * negativacao, depois de gravar no jornal do mestre o lancamento
      * com a imagem como lida (guardada em WK-JMS-ANTES na leitura) e
      * a imagem alterada; lancamento nao gravado deixa o mestre
      * intocado. WK-MST-REGRAVADO so fica S com o mestre regravado -
      * inclusao e exclusao so vao para o extrato do bureau com ele.
      *-----------------------------------------------------------------
       2150-REGRAVAR-MESTRE SECTION.
           MOVE 'N' TO WK-MST-REGRAVADO.
           MOVE 'A' TO WK-JMS-OPER.
           PERFORM 2990-GRAVAR-JORNAL.

           IF WK-JMS-GRAVADO EQUAL 'S'
               REWRITE FL-MESTRE-ARQ
                   INVALID KEY
                       DISPLAY 'ERRO DE GRAVACAO NO MESTRE '
                           WK-STATUS-M
               END-REWRITE
               IF WK-STATUS-M EQUAL ZEROS
                   MOVE 'S' TO WK-MST-REGRAVADO
                   PERFORM 2160-REGISTRAR-NEGATIVACAO
               END-IF
           END-IF.

       2150-REGRAVAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-NEGATIVACAO - registra no livro de eventos o
      * movimento de negativacao recem gravado no mestre, com o tipo
      * tirado do novo status (P inclusao enviada - NP, S confirmada -
      * NS, E exclusao enviada - NE, N exclusao confirmada - NN). O
      * valor e a situacao do devedor nao mudam; o movimento e o valor
      * informado ao bureau.
      *-----------------------------------------------------------------
       2160-REGISTRAR-NEGATIVACAO SECTION.
           MOVE MST-CNPJ TO EVT-CNPJ.
           MOVE MST-VALO TO EVT-VALO-ANT
                            EVT-VALO-POS
                            EVT-VALO-MOV.
           MOVE MST-SITU TO EVT-SITU-ANT
                            EVT-SITU-POS.

           IF MST-NEGATIVADO EQUAL 'P'
               MOVE 'NP' TO EVT-TIPO
               MOVE 'INCLUSAO ENVIADA AO BUREAU' TO EVT-COMPL
           ELSE
               IF MST-NEGATIVADO EQUAL 'S'
                   MOVE 'NS' TO EVT-TIPO
                   MOVE 'NEGATIVACAO CONFIRMADA' TO EVT-COMPL
               ELSE
                   IF MST-NEGATIVADO EQUAL 'E'
                       MOVE 'NE' TO EVT-TIPO
                       MOVE 'EXCLUSAO ENVIADA AO BUREAU' TO EVT-COMPL
                   ELSE
                       MOVE 'NN' TO EVT-TIPO
                       MOVE 'EXCLUSAO CONFIRMADA' TO EVT-COMPL
                   END-IF
               END-IF
           END-IF.

           PERFORM 2980-GRAVAR-EVENTO.

       2160-REGISTRAR-NEGATIVACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * POSICIONAR-MESTRE - reposiciona o mestre na menor chave antes
      * da varredura: as leituras aleatorias da aplicacao do retorno
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-M
                   MOVE 'S' TO WK-FIM-MESTRE
               ELSE
                   MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES
                   PERFORM 2600-AVALIAR-DEVEDOR
               END-IF
           END-IF.
           EXIT.

       2650-GERAR-INCLUSAO SECTION.
           MOVE 'P' TO MST-NEGATIVADO.
           MOVE WK-DATA-SYS-NUM TO MST-DATA-NEG.
           PERFORM 2150-REGRAVAR-MESTRE.

           IF WK-MST-REGRAVADO EQUAL 'S'
               MOVE MST-CNPJ TO NEG-D-CNPJ
               MOVE MST-VALO TO NEG-D-VALO
               MOVE WK-REG-NEG-DETALHE TO FL-NEG-INCLUSAO-ARQ
               WRITE FL-NEG-INCLUSAO-ARQ
               ADD 1 TO WK-QTD-INCLUSOES
           ELSE
               DISPLAY 'INCLUSAO NAO ENVIADA - MESTRE NAO ATUALIZADO: '
                   MST-CNPJ
           END-IF.

       2650-GERAR-INCLUSAO-FIM.
           EXIT.

       2700-GERAR-EXCLUSAO SECTION.
           MOVE 'E' TO MST-NEGATIVADO.
           MOVE WK-DATA-SYS-NUM TO MST-DATA-NEG.
           PERFORM 2150-REGRAVAR-MESTRE.

           IF WK-MST-REGRAVADO EQUAL 'S'
               MOVE MST-CNPJ TO NEG-D-CNPJ
               MOVE MST-VALO TO NEG-D-VALO
               MOVE WK-REG-NEG-DETALHE TO FL-NEG-EXCLUSAO-EXT-ARQ
               WRITE FL-NEG-EXCLUSAO-EXT-ARQ
               ADD 1 TO WK-QTD-EXCLUSOES
           ELSE
               DISPLAY 'EXCLUSAO NAO ENVIADA - MESTRE NAO ATUALIZADO: '
                   MST-CNPJ
           END-IF.

       2700-GERAR-EXCLUSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR-FILA - gera a exclusao dos liquidados enfileirados
      * pelo CBLZMW07 (registro ja baixado do mestre) e dos baixados
      * para prejuizo enfileirados pelo CBLZMW25 (registro ainda no
      * mestre, tratado em 2810).
      *-----------------------------------------------------------------
       2800-PROCESSAR-FILA SECTION.
           READ NEG-FILA.

           IF WK-STATUS-F EQUAL 10
               MOVE 'S' TO WK-FIM-FILA
               MOVE 'S' TO WK-FILA-CONSUMIDA
           ELSE
               IF WK-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-F
                   MOVE 'S' TO WK-FIM-FILA
               ELSE
                   MOVE NFL-CNPJ TO MST-CNPJ
                   READ MESTRE
                   IF WK-STATUS-M EQUAL ZEROS
                       AND MST-SITU EQUAL WK-SITU-BAIXADO
                       PERFORM 2810-EXCLUIR-DO-MESTRE
                   ELSE
                       MOVE NFL-CNPJ TO NEG-D-CNPJ
                       MOVE ZEROS TO NEG-D-VALO
                       MOVE WK-REG-NEG-DETALHE
                           TO FL-NEG-EXCLUSAO-EXT-ARQ
                       WRITE FL-NEG-EXCLUSAO-EXT-ARQ
                       ADD 1 TO WK-QTD-EXCLUSOES
                       PERFORM 2850-REGISTRAR-EXCLUSAO-FILA
                   END-IF
               END-IF
           END-IF.

       2800-PROCESSAR-FILA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EXCLUIR-DO-MESTRE - CNPJ da fila baixado para prejuizo
      * (situacao 07 no mestre): ainda negativado (S ou P), segue a
      * exclusao da varredura, com o valor, o status E e o evento NE;
      * ja excluido pela varredura desta execucao e so contado.
      *-----------------------------------------------------------------
       2810-EXCLUIR-DO-MESTRE SECTION.
           IF MST-NEGATIVADO EQUAL 'S'
               OR MST-NEGATIVADO EQUAL 'P'
               MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES
               PERFORM 2700-GERAR-EXCLUSAO
           ELSE
               ADD 1 TO WK-QTD-FILA-IGNORADOS
           END-IF.

       2810-EXCLUIR-DO-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-EXCLUSAO-FILA - registra no livro de eventos a
      * exclusao enviada para o liquidado da fila (NE), com valor e
      * situacao zerados: o registro ja saiu do mestre.
      *-----------------------------------------------------------------
       2850-REGISTRAR-EXCLUSAO-FILA SECTION.
           MOVE NFL-CNPJ TO EVT-CNPJ.
           MOVE 'NE' TO EVT-TIPO.
           MOVE ZEROS TO EVT-VALO-ANT
                         EVT-VALO-POS
                         EVT-VALO-MOV
                         EVT-SITU-ANT
                         EVT-SITU-POS.
           MOVE 'EXCLUSAO DE LIQUIDADO ENVIADA' TO EVT-COMPL.

           PERFORM 2980-GRAVAR-EVENTO.

       2850-REGISTRAR-EXCLUSAO-FILA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-EVENTO - grava no livro de eventos o evento ja montado
      * em FL-EVENTO-ARQ (CNPJ, tipo, valores, situacoes, movimento e
      * complemento), carimbando a data e a hora da execucao, o
      * programa e a sequencia; chave ja existente (outra execucao no
      * mesmo segundo) avanca a sequencia e tenta de novo.
      *-----------------------------------------------------------------
       2980-GRAVAR-EVENTO SECTION.
           IF WK-EVT-DISPONIVEL EQUAL 'S'
               MOVE WK-DATA-SYS-NUM TO EVT-DATA
               MOVE WK-HORA-SYS TO EVT-HORA
               MOVE 'CBLZMW15' TO EVT-PROG
               MOVE 'N' TO WK-EVT-GRAVADO
               MOVE ZEROS TO WK-EVT-TENTATIVAS
               PERFORM 2981-TENTAR-GRAVAR-EVENTO
                   UNTIL WK-EVT-GRAVADO EQUAL 'S'
                      OR WK-EVT-TENTATIVAS NOT LESS 10
               IF WK-EVT-GRAVADO NOT EQUAL 'S'
                   DISPLAY 'ERRO DE GRAVACAO NO LIVRO DE EVENTOS '
                       WK-STATUS-V ' CNPJ ' EVT-CNPJ
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
      * alteracao prestes a ser efetivada: imagem anterior (guardada
      * em WK-JMS-ANTES), imagem posterior (o registro ja montado em
      * FL-MESTRE-ARQ), programa, execucao (data e hora de inicio),
      * sequencia e momento da gravacao. WK-JMS-GRAVADO diz se o
      * mestre pode ser alterado.
      *-----------------------------------------------------------------
       2990-GRAVAR-JORNAL SECTION.
           MOVE 'N' TO WK-JMS-GRAVADO.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               ACCEPT WK-JMS-DATA FROM DATE YYYYMMDD
               ACCEPT WK-JMS-HORA FROM TIME
               ADD 1 TO WK-JMS-SEQ
               MOVE WK-JMS-DATA TO JMS-DATA
               MOVE WK-JMS-HORA (1:6) TO JMS-HORA
               MOVE 'CBLZMW15' TO JMS-PROG
               MOVE WK-DATA-SYS-NUM TO JMS-EXEC-DATA
               MOVE WK-HORA-SYS TO JMS-EXEC-HORA
               MOVE WK-JMS-SEQ TO JMS-SEQ
               MOVE WK-JMS-OPER TO JMS-OPER
               MOVE MST-CNPJ TO JMS-CNPJ
               MOVE WK-JMS-ANTES TO JMS-ANTES
               MOVE FL-MESTRE-ARQ TO JMS-DEPOIS
               WRITE FL-JORNAL-ARQ
               IF WK-STATUS-J EQUAL ZEROS
                   MOVE 'S' TO WK-JMS-GRAVADO
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO NO JORNAL DO MESTRE '
                       WK-STATUS-J ' CNPJ ' MST-CNPJ
               END-IF
           END-IF.

       2990-GRAVAR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - grava os trailers, esvazia a fila de exclusao ja
      * consumida, fecha os arquivos e exibe os totais.

           IF WK-STATUS-F EQUAL ZEROS OR WK-STATUS-F EQUAL 10
               CLOSE NEG-FILA
               IF WK-FILA-CONSUMIDA EQUAL 'S'
                   PERFORM 3100-LIMPAR-FILA
               ELSE
                   DISPLAY 'NegExclusao.dat PRESERVADO - FILA NAO '
                       'PROCESSADA'
               END-IF
           END-IF.

           IF WK-STATUS-R EQUAL ZEROS OR WK-STATUS-R EQUAL 10
               END-IF
           END-IF.

           IF WK-EVT-DISPONIVEL EQUAL 'S'
               CLOSE EVENTOS
           END-IF.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               CLOSE JORNAL
               IF WK-STATUS-J NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-J
               END-IF
           END-IF.

           DISPLAY 'CONFIRMACOES APLICADAS: ' WK-QTD-CONFIRMADAS.
           DISPLAY 'INCLUSOES GERADAS.....: ' WK-QTD-INCLUSOES.
           DISPLAY 'EXCLUSOES GERADAS.....: ' WK-QTD-EXCLUSOES.
           DISPLAY 'FILA JA EXCLUIDA......: ' WK-QTD-FILA-IGNORADOS.

           DISPLAY 'Processo concluido.'

      *-----------------------------------------------------------------
      * LIMPAR-FILA - esvazia NegExclusao.dat: os liquidados ja
      * incluidos no extrato de exclusao nao podem ser excluidos em
      * dobro na proxima execucao. So e executada com a fila lida ate
      * o fim (WK-FILA-CONSUMIDA).
      *-----------------------------------------------------------------
       3100-LIMPAR-FILA SECTION.
           OPEN OUTPUT NEG-FILA.
