      *          operador pelo CBLZMW17.
      * Updates:
      * 01/09/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Registro no livro de eventos do devedor
      *                        (Eventos.dat, copybook CBEVTREG) de cada
      *                        parcela de acordo creditada (PC) e de
      *                        cada acordo quebrado (QB), com o valor e
      *                        a situacao do mestre antes e depois,
      *                        para o extrato do CBLZMW20.
      * 15/10/2026 - Marcelo - Jornal do mestre (JornalMestre.log,
      *                        copybook CBJMSREG): a volta do devedor
      *                        do acordo quebrado para EM COBRANCA e
      *                        precedida do lancamento com a imagem
      *                        antes e depois, para a recuperacao pelo
      *                        CBLZMW23. Sem o jornal o mestre e
      *                        tratado como indisponivel.
      * 15/10/2026 - Marcelo - O acordo so e marcado quebrado (e
      *                        impresso) com o mestre regravado; falha
      *                        no jornal ou na regravacao deixa o
      *                        acordo ativo para a proxima execucao.
      *                        Jornal do mestre indisponivel encerra
      *                        com RC=8.
      * 15/10/2026 - Marcelo - Erro de leitura do mestre (diferente de
      *                        CNPJ inexistente) deixa o acordo ativo.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-Y.

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

       01 FL-CICLO-ARQ PIC X(14).

       FD EVENTOS.

       COPY CBEVTREG.

       FD JORNAL.

       COPY CBJMSREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-P PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-A PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Q PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Y PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registro de controle do ciclo diario (copybook CBCICREG).

       01 WK-CARGA-OK  PIC X(01) VALUE 'S'.
       01 WK-MESTRE-OK PIC X(01) VALUE 'S'.
       01 WK-QUEBRA-OK PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao, que desempata eventos do
      * mesmo CNPJ com a mesma data e hora, e indicador de livro
      * disponivel - sem o livro a conferencia segue sem registrar
      * eventos.
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): imagem
      * do registro antes da alteracao, operacao (A alteracao),
      * sequencia do lancamento na execucao, momento da gravacao e
      * indicadores de jornal aberto e de lancamento gravado - sem o
      * lancamento o mestre nao e alterado.
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
      * Pagamentos lidos ate o fim sem erro: habilita o esvaziamento
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
               DISPLAY 'Mestre.dat INDISPONIVEL - EXECUTE O CBLZMW03'
               MOVE 'N' TO WK-MESTRE-OK
           ELSE
               PERFORM 1750-ABRIR-JORNAL
               IF WK-JMS-DISPONIVEL NOT EQUAL 'S'
                   CLOSE MESTRE
                   MOVE 'N' TO WK-MESTRE-OK
               END-IF
           END-IF.

           OPEN OUTPUT QUEBRADOS.
               PERFORM 1200-IMPRIMIR-CABECALHO
           END-IF.

           PERFORM 1700-ABRIR-EVENTOS.

       1000-INICIALIZAR-FIM.
           EXIT.

       1022-INICIAR-CICLO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o na primeira execucao; sem o livro a
      * conferencia segue sem registrar eventos.
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
               DISPLAY 'CONFERENCIA SEGUE SEM REGISTRO DE EVENTOS'
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
      * REGRAVAR-CICLO - regrava o registro do ciclo com a liberacao
      * do operador consumida (o programa nao tem etapa propria a
               IF WK-PARC-CREDITO EQUAL ZEROS
                   DISPLAY 'ALERTA: PAGAMENTO INFERIOR A PARCELA DO '
                       'ACORDO - NAO CONTADO: ' PAG-CNPJ
               ELSE
                   PERFORM 2130-PREPARAR-EVENTO-PARCELA
               END-IF
               PERFORM 2120-CREDITAR-PARCELA
                   UNTIL WK-PARC-CREDITO EQUAL ZEROS
           ADD 1 TO WK-QTD-PAG-APLICADOS.
           SUBTRACT 1 FROM WK-PARC-CREDITO.

           MOVE SPACES TO EVT-COMPL.
           STRING 'PARCELA ' DELIMITED BY SIZE
                  WK-ACO-PARC-PAGAS (WK-ACO-USO) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WK-ACO-QTD-PARC (WK-ACO-USO) DELIMITED BY SIZE
                  ' DO ACORDO' DELIMITED BY SIZE
                  INTO EVT-COMPL.

           PERFORM 2980-GRAVAR-EVENTO.

       2120-CREDITAR-PARCELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PREPARAR-EVENTO-PARCELA - monta a parte fixa dos eventos PC
      * das parcelas creditadas pelo pagamento corrente: o valor e a
      * situacao do mestre, que o credito da parcela nao altera (o
      * valor ja foi abatido pela baixa bancaria do CBLZMW12), e o
      * valor da parcela como movimento. CNPJ fora do mestre registra
      * valor e situacao zerados.
      *-----------------------------------------------------------------
       2130-PREPARAR-EVENTO-PARCELA SECTION.
           MOVE PAG-CNPJ TO EVT-CNPJ.
           MOVE 'PC' TO EVT-TIPO.
           MOVE ZEROS TO EVT-VALO-ANT
                         EVT-SITU-ANT.

           IF WK-MESTRE-OK EQUAL 'S'
               MOVE PAG-CNPJ TO MST-CNPJ
               READ MESTRE
               IF WK-STATUS-M EQUAL ZEROS
                   MOVE MST-VALO TO EVT-VALO-ANT
                   MOVE MST-SITU TO EVT-SITU-ANT
               END-IF
           END-IF.

           MOVE EVT-VALO-ANT TO EVT-VALO-POS.
           MOVE EVT-SITU-ANT TO EVT-SITU-POS.
           MOVE WK-ACO-VAL-PARC (WK-ACO-USO) TO EVT-VALO-MOV.

       2130-PREPARAR-EVENTO-PARCELA-FIM.
           EXIT.

       2110-CONFERIR-ACORDO-PAG SECTION.
           IF WK-ACO-CNPJ (WK-ACO-IDX) EQUAL PAG-CNPJ
               AND WK-ACO-STATUS (WK-ACO-IDX) EQUAL 'A'
           EXIT.

      *-----------------------------------------------------------------
      * QUEBRAR-ACORDO - volta o devedor do acordo corrente para EM
      * COBRANCA no cadastro mestre e so entao marca o acordo como
      * quebrado e imprime a linha no relatorio de acordos quebrados
      * com a primeira parcela vencida sem pagamento. Mestre
      * indisponivel, falha no jornal ou na regravacao deixam o acordo
      * ativo, para ser quebrado de novo na proxima execucao - acordo
      * quebrado com o mestre ainda em 05 seria a divergencia da
      * regra 1 do CBLZMW22. CNPJ sem registro no mestre (status 23)
      * nao tem o que divergir e o acordo e quebrado; outro erro de
      * leitura deixa o acordo ativo.
      *-----------------------------------------------------------------
       2600-QUEBRAR-ACORDO SECTION.
           MOVE 'N' TO WK-QUEBRA-OK.

           IF WK-MESTRE-OK EQUAL 'S'
               MOVE WK-ACO-CNPJ (WK-ACO-IDX) TO MST-CNPJ
               READ MESTRE
               IF WK-STATUS-M EQUAL ZEROS
                   MOVE MST-SITU TO EVT-SITU-ANT
                   MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES
                   MOVE 'A' TO WK-JMS-OPER
                   MOVE WK-SITU-EM-COBRANCA TO MST-SITU
                   PERFORM 2990-GRAVAR-JORNAL
                   IF WK-JMS-GRAVADO EQUAL 'S'
                       REWRITE FL-MESTRE-ARQ
                           INVALID KEY
                               DISPLAY 'ERRO DE GRAVACAO NO MESTRE '
                                   WK-STATUS-M
                       END-REWRITE
                       IF WK-STATUS-M EQUAL ZEROS
                           MOVE 'S' TO WK-QUEBRA-OK
                           PERFORM 2610-REGISTRAR-QUEBRA
                       END-IF
                   END-IF
               ELSE
                   IF WK-STATUS-M EQUAL 23
                       DISPLAY 'ALERTA: CNPJ SEM REGISTRO NO MESTRE: '
                           WK-ACO-CNPJ (WK-ACO-IDX)
                       MOVE 'S' TO WK-QUEBRA-OK
                   ELSE
                       DISPLAY 'ERRO DE LEITURA DE ARQUIVO '
                           WK-STATUS-M
                   END-IF
               END-IF
           END-IF.

           IF WK-QUEBRA-OK NOT EQUAL 'S'
               DISPLAY 'ACORDO NAO QUEBRADO - MESTRE NAO ATUALIZADO: '
                   WK-ACO-CNPJ (WK-ACO-IDX)
           ELSE
               MOVE 'Q' TO WK-ACO-STATUS (WK-ACO-IDX)
               ADD 1 TO WK-QTD-QUEBRADOS
               IF WK-STATUS-Q EQUAL ZEROS
                   MOVE WK-ACO-CNPJ (WK-ACO-IDX) TO WK-DET-CNPJ
                   MOVE WK-ACO-DATA (WK-ACO-IDX) TO WK-DET-DATA
                   MOVE WK-ACO-PARC-PAGAS (WK-ACO-IDX) TO WK-DET-PAGA
                   MOVE WK-ACO-QTD-PARC (WK-ACO-IDX) TO WK-DET-TOTA
                   COMPUTE WK-PARC-IDX =
                       WK-ACO-PARC-PAGAS (WK-ACO-IDX) + 1
                   MOVE WK-ACO-VENC (WK-ACO-IDX, WK-PARC-IDX)
                       TO WK-DET-VENC
                   MOVE WK-ACO-VAL-PARC (WK-ACO-IDX) TO WK-DET-VALO
                   MOVE WK-LINDET TO FL-QUEBRADOS-ARQ
                   PERFORM 2700-ESCREVER-LINHA-RELATORIO
               END-IF
           END-IF.

       2600-QUEBRAR-ACORDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-QUEBRA - registra no livro de eventos a quebra do
      * acordo corrente (tipo QB): a situacao volta para EM COBRANCA
      * (a anterior ja guardada em EVT-SITU-ANT), o valor do mestre
      * nao muda e o movimento e o valor da parcela em aberto.
      *-----------------------------------------------------------------
       2610-REGISTRAR-QUEBRA SECTION.
           MOVE MST-CNPJ TO EVT-CNPJ.
           MOVE 'QB' TO EVT-TIPO.
           MOVE MST-VALO TO EVT-VALO-ANT
                            EVT-VALO-POS.
           MOVE MST-SITU TO EVT-SITU-POS.
           MOVE WK-ACO-VAL-PARC (WK-ACO-IDX) TO EVT-VALO-MOV.
           MOVE SPACES TO EVT-COMPL.
           STRING 'ACORDO QUEBRADO ' DELIMITED BY SIZE
                  WK-ACO-PARC-PAGAS (WK-ACO-IDX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WK-ACO-QTD-PARC (WK-ACO-IDX) DELIMITED BY SIZE
                  ' PAGAS' DELIMITED BY SIZE
                  INTO EVT-COMPL.

           PERFORM 2980-GRAVAR-EVENTO.

       2610-REGISTRAR-QUEBRA-FIM.
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
               MOVE 'CBLZMW11' TO EVT-PROG
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
               MOVE 'CBLZMW11' TO JMS-PROG
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
      * CALCULAR-DIA-SERIAL - converte a data AAAAMMDD em WK-CDS-DATA
      * para um numero de dia serial em WK-CDS-SERIAL - mesmo calculo
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

           IF WK-CARGA-OK EQUAL 'S'
               AND WK-ACO-QTD GREATER ZEROS
               PERFORM 3100-REGRAVAR-ACORDOS
