      *                        mestre intocado, e contada por filial
      *                        na auditoria (linha alargada de 60 para
      *                        80 posicoes) e marca RC=4.
      * 15/10/2026 - Marcelo - Atualizacao do mestre registra no livro
      *                        de eventos do devedor (Eventos.dat,
      *                        copybook CBEVTREG) a entrada de devedor
      *                        novo (NV), a mudanca de situacao (ST) e
      *                        a mudanca so de valor (VL), com o valor
      *                        e a situacao antes e depois, para o
      *                        extrato do CBLZMW20. Livro indisponivel
      *                        marca RC=4.
      * 15/10/2026 - Marcelo - Jornal do mestre (JornalMestre.log,
      *                        copybook CBJMSREG): cada inclusao ou
      *                        regravacao do mestre e precedida do
      *                        lancamento com a imagem antes e depois,
      *                        o programa e a execucao, para a
      *                        recuperacao pelo CBLZMW23. Jornal
      *                        indisponivel ou lancamento nao gravado
      *                        aborta a execucao (RC=8) sem alterar o
      *                        mestre.
      * 15/10/2026 - Marcelo - Devedor baixado para prejuizo (situacao
      *                        07 no mestre, gravada pelo novo
      *                        CBLZMW25) fica fora da carteira ativa
      *                        mesmo que a filial continue a envia-lo:
      *                        nao sai no relatorio, nos totais, no
      *                        aging, no resumo executivo, no
      *                        historico nem na remessa, e o mestre
      *                        nao e regravado pelo feed. So a foto o
      *                        recebe, com a situacao 07 e o valor
      *                        baixado.
      * 15/10/2026 - Marcelo - Evento nao gravado no livro de eventos
      *                        encerra a execucao com RC=4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-J.

       SELECT EVENTOS ASSIGN TO
           'Eventos.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WK-STATUS-V.

       SELECT JORNAL ASSIGN TO
           'JornalMestre.log'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-Q.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.

       01 FL-SUSPEITAS-ARQ PIC X(43).

       FD EVENTOS.

       COPY CBEVTREG.

       FD JORNAL.

       COPY CBJMSREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-E PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Y PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-I PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Q PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Registro de controle do ciclo diario (copybook CBCICREG),
       01 WK-MST-MOTIVO-SALVO PIC X(40) VALUE SPACES.
       01 WK-MST-EXISTE       PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Devedor baixado para prejuizo pelo CBLZMW25 (situacao 07 no
      * mestre): desviado da carteira ativa em 2055-DESVIAR-BAIXADO,
      * contado e somado pelo valor do feed para o console.
      *-----------------------------------------------------------------
       01 WK-SITU-BAIXADO PIC 9(02) VALUE 07.
       01 WK-BAIXADO      PIC X(01) VALUE 'N'.
       01 WK-QTD-BAIXADOS PIC 9(09) VALUE ZEROS.
       01 WK-VAL-BAIXADOS PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao, que desempata eventos do
      * mesmo CNPJ com a mesma data e hora, e indicador de livro
      * disponivel - sem o livro a atualizacao segue sem registrar
      * eventos.
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): imagem
      * do registro antes da alteracao, operacao (I inclusao, A
      * alteracao), sequencia do lancamento na execucao, momento da
      * gravacao e indicadores de jornal aberto e de lancamento
      * gravado - sem o lancamento o mestre nao e alterado.
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
      * Matriz de transicoes de situacao carregada de Transicoes.dat
      * (de, para e regra: L livre, P exige baixa de pagamento do
           PERFORM 1090-ABRIR-MESTRE.
           PERFORM 1093-ABRIR-CADASTRO.
           PERFORM 1094-APLICAR-CADASTRO-MOV.
           PERFORM 1700-ABRIR-EVENTOS.

           SORT WK-ARQ-ORDENACAO
               ON ASCENDING KEY SD-SITU
               PERFORM 9000-ABORTAR
           END-IF.

           PERFORM 1750-ABRIR-JORNAL.

       1090-ABRIR-MESTRE-FIM.
           EXIT.

       1093-ABRIR-CADASTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o na primeira execucao; sem o livro a
      * atualizacao segue sem registrar eventos (RC=4).
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
               DISPLAY 'ATUALIZACAO SEGUE SEM REGISTRO DE EVENTOS'
               MOVE 4 TO WK-RC-NOVO
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

       1700-ABRIR-EVENTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-JORNAL - abre o jornal do mestre em EXTEND para
      * acrescentar os lancamentos da execucao; OPEN OUTPUT so e
      * tentado quando o arquivo ainda nao existe (status 35). Sem o
      * jornal o mestre nao pode ser alterado: a execucao e abortada.
      *-----------------------------------------------------------------
       1750-ABRIR-JORNAL SECTION.
           OPEN EXTEND JORNAL.
           IF WK-STATUS-Q EQUAL 35
               OPEN OUTPUT JORNAL
           END-IF.

           IF WK-STATUS-Q EQUAL ZEROS
               MOVE 'S' TO WK-JMS-DISPONIVEL
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-Q
                   ' JORNALMESTRE'
               DISPLAY 'JornalMestre.log INDISPONIVEL - MESTRE NAO '
                   'PODE SER ATUALIZADO'
               PERFORM 9000-ABORTAR
           END-IF.

       1750-ABRIR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APLICAR-CADASTRO-MOV - aplica no cadastro de identificacao os
      * registros de cadastramento enviados pelas filiais no feed
               PERFORM 2060-LOCALIZAR-FILIAL
               ADD 1 TO WK-FIL-LIDOS (WK-FIL-USO)
               ADD 1 TO WK-REGS-PROCESSADOS
               PERFORM 2050-CONFERIR-BAIXADO
               IF WK-BAIXADO EQUAL 'S'
                   PERFORM 2055-DESVIAR-BAIXADO
               ELSE
                   PERFORM 2100-ACUMULAR-TOTAIS
                   PERFORM 2200-VALIDAR-CNPJ
                   PERFORM 2400-VALIDAR-FIM
                   IF WK-CNPJ-VALIDO EQUAL 'S'
                       AND WK-FIM-VALIDO EQUAL 'S'
                       PERFORM 2320-VALIDAR-TRANSICAO
                       IF WK-TRANSICAO-OK EQUAL 'S'
                           PERFORM 2300-TRADUZIR-SITUACAO
                           PERFORM 2500-MONTAR-LINHA-DETALHE
                       ELSE
                           PERFORM 2620-APONTAR-SUSPEITA
                           PERFORM 2630-MANTER-SITUACAO-ANTERIOR
                       END-IF
                   ELSE
                       PERFORM 2600-REJEITAR-REGISTRO
                   END-IF
               END-IF

               DIVIDE WK-REGS-PROCESSADOS BY WK-CKP-INTERVALO
       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERIR-BAIXADO - le o mestre pelo CNPJ do registro e marca
      * WK-BAIXADO quando o devedor ja foi baixado para prejuizo
      * (situacao 07). CNPJ fora do mestre segue o fluxo normal.
      *-----------------------------------------------------------------
       2050-CONFERIR-BAIXADO SECTION.
           MOVE 'N' TO WK-BAIXADO.

           MOVE ARQ-CNPJ TO MST-CNPJ.
           READ MESTRE.
           IF WK-STATUS-M EQUAL ZEROS
               AND MST-SITU EQUAL WK-SITU-BAIXADO
               MOVE 'S' TO WK-BAIXADO
           END-IF.

       2050-CONFERIR-BAIXADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * DESVIAR-BAIXADO - o devedor baixado para prejuizo que a filial
      * continua a enviar nao volta a carteira ativa: fica fora do
      * relatorio, dos totais, do aging, do resumo, do historico e da
      * remessa, e o mestre nao e regravado (a situacao e o valor do
      * feed nao podem reativa-lo). A foto recebe o registro com a
      * situacao 07 e o valor baixado do mestre, para a movimentacao
      * do CBLZMW04 e as geracoes mensais registrarem a baixa.
      *-----------------------------------------------------------------
       2055-DESVIAR-BAIXADO SECTION.
           ADD 1 TO WK-QTD-BAIXADOS.
           ADD ARQ-VALO TO WK-VAL-BAIXADOS.

           MOVE ARQ-CNPJ TO SNP-CNPJ.
           MOVE MST-SITU TO SNP-SITU.
           MOVE MST-VALO TO SNP-VALO.
           MOVE ARQ-VENC TO SNP-VENC.
           MOVE WK-FILIAL-ATUAL TO SNP-FILIAL.
           MOVE WK-REG-SNAPSHOT TO FL-SNAPSHOT-ARQ.
           WRITE FL-SNAPSHOT-ARQ.

       2055-DESVIAR-BAIXADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LOCALIZAR-FILIAL - localiza (ou cria) na tabela de contadores
      * por filial a entrada da filial corrente, devolvendo a posicao
           READ MESTRE.
           IF WK-STATUS-M EQUAL ZEROS
               MOVE 'S' TO WK-MST-EXISTE
               MOVE MST-VALO TO EVT-VALO-ANT
               MOVE MST-SITU TO EVT-SITU-ANT
               MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES
               MOVE 'A' TO WK-JMS-OPER
           ELSE
               MOVE SPACES TO WK-JMS-ANTES
               MOVE 'I' TO WK-JMS-OPER
               MOVE 'N' TO MST-NEGATIVADO
               MOVE ZEROS TO MST-DATA-NEG
               MOVE ZEROS TO MST-DATA-RET
               MOVE ZEROS TO EVT-VALO-ANT
               MOVE ZEROS TO EVT-SITU-ANT
           END-IF.

           MOVE ARQ-CNPJ TO MST-CNPJ.
           MOVE WK-MST-VALIDO-SALVO TO MST-VALIDO.
           MOVE WK-MST-MOTIVO-SALVO TO MST-MOTIVO.

           PERFORM 2990-GRAVAR-JORNAL.
           IF WK-JMS-GRAVADO NOT EQUAL 'S'
               PERFORM 9000-ABORTAR
           END-IF.

           IF WK-MST-EXISTE EQUAL 'S'
               REWRITE FL-MESTRE-ARQ
                   INVALID KEY
               END-WRITE
           END-IF.

           PERFORM 2525-REGISTRAR-ATUALIZACAO.

       2520-ATUALIZAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-ATUALIZACAO - registra no livro de eventos a
      * atualizacao do mestre recem gravada, com o valor e a situacao
      * anteriores ja guardados em EVT-VALO-ANT e EVT-SITU-ANT:
      * registro novo gera NV, situacao alterada gera ST e so o valor
      * alterado gera VL; registro sem alteracao (inclusive o
      * reprocessado depois de um restart) nao gera evento. O
      * movimento e a diferenca de valor e o complemento traz o motivo
      * do registro rejeitado.
      *-----------------------------------------------------------------
       2525-REGISTRAR-ATUALIZACAO SECTION.
           MOVE SPACES TO EVT-TIPO.

           IF WK-MST-EXISTE NOT EQUAL 'S'
               MOVE 'NV' TO EVT-TIPO
           ELSE
               IF MST-SITU NOT EQUAL EVT-SITU-ANT
                   MOVE 'ST' TO EVT-TIPO
               ELSE
                   IF MST-VALO NOT EQUAL EVT-VALO-ANT
                       MOVE 'VL' TO EVT-TIPO
                   END-IF
               END-IF
           END-IF.

           IF EVT-TIPO NOT EQUAL SPACES
               MOVE MST-CNPJ TO EVT-CNPJ
               MOVE MST-VALO TO EVT-VALO-POS
               MOVE MST-SITU TO EVT-SITU-POS
               IF EVT-VALO-POS GREATER EVT-VALO-ANT
                   COMPUTE EVT-VALO-MOV =
                       EVT-VALO-POS - EVT-VALO-ANT
               ELSE
                   COMPUTE EVT-VALO-MOV =
                       EVT-VALO-ANT - EVT-VALO-POS
               END-IF
               IF MST-VALIDO EQUAL 'N'
                   MOVE MST-MOTIVO TO EVT-COMPL
               ELSE
                   MOVE 'ATUALIZACAO DIARIA' TO EVT-COMPL
               END-IF
               PERFORM 2980-GRAVAR-EVENTO
           END-IF.

       2525-REGISTRAR-ATUALIZACAO-FIM.
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
               MOVE 'CBLZMW03' TO EVT-PROG
               MOVE 'N' TO WK-EVT-GRAVADO
               MOVE ZEROS TO WK-EVT-TENTATIVAS
               PERFORM 2981-TENTAR-GRAVAR-EVENTO
                   UNTIL WK-EVT-GRAVADO EQUAL 'S'
                      OR WK-EVT-TENTATIVAS NOT LESS 10
               IF WK-EVT-GRAVADO NOT EQUAL 'S'
                   DISPLAY 'ERRO DE GRAVACAO NO LIVRO DE EVENTOS '
                       WK-STATUS-V ' CNPJ ' EVT-CNPJ
                   MOVE 4 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
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
      * em WK-JMS-ANTES, brancos na inclusao), imagem posterior (o
      * registro ja montado em FL-MESTRE-ARQ), programa, execucao
      * (data e hora de inicio), sequencia e momento da gravacao.
      * WK-JMS-GRAVADO diz se o mestre pode ser alterado.
      *-----------------------------------------------------------------
       2990-GRAVAR-JORNAL SECTION.
           MOVE 'N' TO WK-JMS-GRAVADO.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               ACCEPT WK-JMS-DATA FROM DATE YYYYMMDD
               ACCEPT WK-JMS-HORA FROM TIME
               ADD 1 TO WK-JMS-SEQ
               MOVE WK-JMS-DATA TO JMS-DATA
               MOVE WK-JMS-HORA (1:6) TO JMS-HORA
               MOVE 'CBLZMW03' TO JMS-PROG
               MOVE WK-DATA-SYS-NUM TO JMS-EXEC-DATA
               MOVE WK-HORA-SYS TO JMS-EXEC-HORA
               MOVE WK-JMS-SEQ TO JMS-SEQ
               MOVE WK-JMS-OPER TO JMS-OPER
               MOVE MST-CNPJ TO JMS-CNPJ
               MOVE WK-JMS-ANTES TO JMS-ANTES
               MOVE FL-MESTRE-ARQ TO JMS-DEPOIS
               WRITE FL-JORNAL-ARQ
               IF WK-STATUS-Q EQUAL ZEROS
                   MOVE 'S' TO WK-JMS-GRAVADO
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO NO JORNAL DO MESTRE '
                       WK-STATUS-Q ' CNPJ ' MST-CNPJ
               END-IF
           END-IF.

       2990-GRAVAR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-DETALHE-COBRANCA - grava no arquivo de interface da
      * assessoria o detalhe do devedor aceito em situacao 03 ou 04 e
               PERFORM 9100-REGISTRAR-SEVERIDADE
           END-IF.

           IF WK-EVT-DISPONIVEL EQUAL 'S'
               CLOSE EVENTOS
               IF WK-STATUS-V NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-V
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               CLOSE JORNAL
               IF WK-STATUS-Q NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-Q
                   MOVE 8 TO WK-RC-NOVO
                   PERFORM 9100-REGISTRAR-SEVERIDADE
               END-IF
           END-IF.

           PERFORM 3950-MARCAR-CICLO.

           IF WK-QTD-BAIXADOS GREATER ZEROS
               DISPLAY 'BAIXADOS PARA PREJUIZO FORA DOS TOTAIS: '
                   WK-QTD-BAIXADOS ' VALOR DO FEED ' WK-VAL-BAIXADOS
           END-IF.

           MOVE WK-RC-FINAL TO RETURN-CODE.

           DISPLAY 'Processo concluido. RC=' WK-RC-FINAL.
           CLOSE CADASTRO.
           CLOSE FALTANTES.
           CLOSE SUSPEITAS.
           CLOSE EVENTOS.
           CLOSE JORNAL.

           MOVE WK-RC-FINAL TO RETURN-CODE.

