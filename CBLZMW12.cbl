      *                        reaplicaria os mesmos pagamentos em
      *                        dobro no mestre, salvo liberacao do
      *                        operador pelo CBLZMW17.
      * 15/10/2026 - Marcelo - Registro de cada pagamento aplicado no
      *                        livro de eventos do devedor
      *                        (Eventos.dat, copybook CBEVTREG), com o
      *                        valor em aberto antes e depois da baixa,
      *                        para o extrato do CBLZMW20.
      * 15/10/2026 - Marcelo - Jornal do mestre (JornalMestre.log,
      *                        copybook CBJMSREG): cada baixa aplicada
      *                        no mestre e precedida do lancamento com
      *                        a imagem antes e depois, para a
      *                        recuperacao pelo CBLZMW23. Sem o jornal
      *                        nenhum pagamento e aplicado (etapa nao
      *                        marcada no ciclo); lancamento nao
      *                        gravado manda o pagamento para as
      *                        divergencias.
      * 15/10/2026 - Marcelo - Pagamento de devedor baixado para
      *                        prejuizo (situacao 07, CBLZMW25) e
      *                        recuperacao: alem da baixa, gravada no
      *                        livro de baixas (Prejuizo.dat, copybook
      *                        CBPRJREG) para o relatorio de
      *                        recuperacoes, e totalizada a parte.
      * 15/10/2026 - Marcelo - Jornal do mestre indisponivel encerra a
      *                        execucao com RC=8.
      * 15/10/2026 - Marcelo - Falha na regravacao do mestre manda o
      *                        pagamento para as divergencias, sem
      *                        baixa, evento ou recuperacao.
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

       SELECT PREJUIZO ASSIGN TO
           'Prejuizo.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-K.

       DATA DIVISION.
       FILE SECTION.
       FD PAGAMENTOS.

       01 FL-CICLO-ARQ PIC X(14).

       FD EVENTOS.

       COPY CBEVTREG.

       FD JORNAL.

       COPY CBJMSREG.

       FD PREJUIZO.

       01 FL-PREJUIZO-ARQ PIC X(77).

       WORKING-STORAGE SECTION.
       01 WK-STATUS-G PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-B PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-D PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Y PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-K PIC 9(02) VALUE ZEROS.

       01 WK-FIM-ARQ PIC X(01) VALUE 'N'.


       01 WK-MOTIVO-DIVERGENCIA PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * Livro de baixas para prejuizo (Prejuizo.dat, copybook
      * CBPRJREG): o pagamento de devedor na situacao 07 BAIXADO e
      * gravado como recuperacao. Sem o livro o pagamento e aplicado
      * mesmo assim, com alerta da recuperacao nao registrada.
      *-----------------------------------------------------------------
       COPY CBPRJREG.

       01 WK-SITU-BAIXADO     PIC 9(02) VALUE 07.
       01 WK-PRJ-DISPONIVEL   PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao, que desempata eventos do
      * mesmo CNPJ com a mesma data e hora, e indicador de livro
      * disponivel - sem o livro a baixa segue sem registrar eventos.
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): imagem
      * do registro antes da baixa, operacao (A alteracao), sequencia
      * do lancamento na execucao, momento da gravacao e indicadores
      * de jornal aberto e de lancamento gravado - sem o lancamento o
      * mestre nao e alterado.
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
      * Totais da execucao.
      *-----------------------------------------------------------------
           02 WK-QTD-APLICADOS  PIC 9(09) VALUE ZEROS.
           02 WK-VAL-APLICADOS  PIC 9(15)V99 VALUE ZEROS.
           02 WK-QTD-DIVERGENTES PIC 9(09) VALUE ZEROS.
           02 WK-QTD-RECUPERADOS PIC 9(09) VALUE ZEROS.
           02 WK-VAL-RECUPERADOS PIC 9(15)V99 VALUE ZEROS.

       01 WK-CABEC-L PIC X(80) VALUE ALL '='.

               DISPLAY 'Mestre.dat INDISPONIVEL - EXECUTE O CBLZMW03'
               MOVE 'S' TO WK-FIM-ARQ
               MOVE 'N' TO WK-EXECUCAO-OK
           ELSE
               PERFORM 1750-ABRIR-JORNAL
               IF WK-JMS-DISPONIVEL NOT EQUAL 'S'
                   MOVE 'S' TO WK-FIM-ARQ
                   MOVE 'N' TO WK-EXECUCAO-OK
               END-IF
           END-IF.

           OPEN EXTEND BAIXAS.
               PERFORM 1100-IMPRIMIR-CABECALHO
           END-IF.

           PERFORM 1700-ABRIR-EVENTOS.
           PERFORM 1800-ABRIR-PREJUIZO.

       1000-INICIALIZAR-FIM.
           EXIT.

       1022-INICIAR-CICLO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o na primeira execucao; sem o livro a baixa
      * segue sem registrar eventos.
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
               DISPLAY 'BAIXA SEGUE SEM REGISTRO DE EVENTOS'
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
               DISPLAY 'JornalMestre.log INDISPONIVEL - BAIXA NAO '
                   'EXECUTADA'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1750-ABRIR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-PREJUIZO - abre o livro de baixas em EXTEND (OUTPUT se
      * ainda nao existe) para as recuperacoes da execucao; sem o
      * livro os pagamentos seguem, com alerta a cada recuperacao nao
      * registrada.
      *-----------------------------------------------------------------
       1800-ABRIR-PREJUIZO SECTION.
           OPEN EXTEND PREJUIZO.
           IF WK-STATUS-K EQUAL 35
               OPEN OUTPUT PREJUIZO
           END-IF.

           IF WK-STATUS-K EQUAL ZEROS
               MOVE 'S' TO WK-PRJ-DISPONIVEL
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-K
                   ' PREJUIZO'
           END-IF.

       1800-ABRIR-PREJUIZO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MARCAR-CICLO - marca a etapa da baixa de pagamentos concluida
      * no registro do ciclo.
      * APLICAR-PAGAMENTO - casa o pagamento com o mestre pelo CNPJ e
      * abate o valor em aberto; sem casamento (CNPJ fora do mestre ou
      * pagamento maior que o em aberto) o pagamento vai para o
      * relatorio de divergencias sem ser aplicado. Falha na regravacao
      * do mestre tambem manda o pagamento para as divergencias, sem
      * baixa, evento ou contagem.
      *-----------------------------------------------------------------
       2100-APLICAR-PAGAMENTO SECTION.
           MOVE SPACES TO WK-MOTIVO-DIVERGENCIA.
           END-IF.

           IF WK-MOTIVO-DIVERGENCIA EQUAL SPACES
               MOVE MST-VALO TO EVT-VALO-ANT
               MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES
               MOVE 'A' TO WK-JMS-OPER
               SUBTRACT PAG-VALO FROM MST-VALO
               PERFORM 2990-GRAVAR-JORNAL
               IF WK-JMS-GRAVADO NOT EQUAL 'S'
                   MOVE 'ERRO DE GRAVACAO NO JORNAL'
                       TO WK-MOTIVO-DIVERGENCIA
                   MOVE EVT-VALO-ANT TO MST-VALO
               END-IF
           END-IF.

           IF WK-MOTIVO-DIVERGENCIA EQUAL SPACES
               REWRITE FL-MESTRE-ARQ
                   INVALID KEY
                       DISPLAY 'ERRO DE GRAVACAO NO MESTRE '
                           WK-STATUS-M
               END-REWRITE
               IF WK-STATUS-M EQUAL ZEROS
                   PERFORM 2200-GRAVAR-BAIXA
                   PERFORM 2250-REGISTRAR-PAGAMENTO
                   IF MST-SITU EQUAL WK-SITU-BAIXADO
                       PERFORM 2260-GRAVAR-RECUPERACAO
                   END-IF
                   ADD 1 TO WK-QTD-APLICADOS
                   ADD PAG-VALO TO WK-VAL-APLICADOS
               ELSE
                   MOVE 'ERRO DE GRAVACAO NO MESTRE'
                       TO WK-MOTIVO-DIVERGENCIA
                   MOVE EVT-VALO-ANT TO MST-VALO
                   PERFORM 2300-GRAVAR-DIVERGENCIA
               END-IF
           ELSE
               PERFORM 2300-GRAVAR-DIVERGENCIA
           END-IF.
       2200-GRAVAR-BAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-PAGAMENTO - registra no livro de eventos o pagamento
      * aplicado (tipo PG), com o valor em aberto antes (ja guardado
      * em EVT-VALO-ANT) e depois da baixa e a data do pagamento no
      * complemento; a situacao do devedor nao muda.
      *-----------------------------------------------------------------
       2250-REGISTRAR-PAGAMENTO SECTION.
           MOVE MST-CNPJ TO EVT-CNPJ.
           MOVE 'PG' TO EVT-TIPO.
           MOVE MST-VALO TO EVT-VALO-POS.
           MOVE MST-SITU TO EVT-SITU-ANT
                            EVT-SITU-POS.
           MOVE PAG-VALO TO EVT-VALO-MOV.
           MOVE SPACES TO EVT-COMPL.
           IF MST-SITU EQUAL WK-SITU-BAIXADO
               STRING 'RECUPERACAO PAGTO ' DELIMITED BY SIZE
                      PAG-DATA DELIMITED BY SIZE
                      INTO EVT-COMPL
           ELSE
               STRING 'PAGAMENTO DE ' DELIMITED BY SIZE
                      PAG-DATA DELIMITED BY SIZE
                      INTO EVT-COMPL
           END-IF.

           PERFORM 2980-GRAVAR-EVENTO.

       2250-REGISTRAR-PAGAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-RECUPERACAO - grava no livro de baixas a recuperacao
      * (tipo R) do pagamento aplicado a devedor baixado para
      * prejuizo, com a data e o valor do pagamento.
      *-----------------------------------------------------------------
       2260-GRAVAR-RECUPERACAO SECTION.
           ADD 1 TO WK-QTD-RECUPERADOS.
           ADD PAG-VALO TO WK-VAL-RECUPERADOS.

           IF WK-PRJ-DISPONIVEL EQUAL 'S'
               MOVE SPACES TO WK-REG-PREJUIZO
               MOVE 'R' TO PRJ-TIPO
               MOVE MST-CNPJ TO PRJ-CNPJ
               MOVE PAG-DATA TO PRJ-DATA
               MOVE PAG-VALO TO PRJ-VALO
               MOVE ZEROS TO PRJ-SITU-ANT
                             PRJ-VENC
               MOVE 'CBLZMW12' TO PRJ-PROG
               MOVE WK-REG-PREJUIZO TO FL-PREJUIZO-ARQ
               WRITE FL-PREJUIZO-ARQ
               IF WK-STATUS-K NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE GRAVACAO NO LIVRO DE BAIXAS '
                       WK-STATUS-K ' CNPJ ' MST-CNPJ
               END-IF
           ELSE
               DISPLAY 'ALERTA: RECUPERACAO NAO REGISTRADA NO LIVRO '
                   'DE BAIXAS - CNPJ ' MST-CNPJ ' VALOR ' PAG-VALO
           END-IF.

       2260-GRAVAR-RECUPERACAO-FIM.
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
               MOVE 'CBLZMW12' TO EVT-PROG
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
               MOVE 'CBLZMW12' TO JMS-PROG
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
      * GRAVAR-DIVERGENCIA - escreve no relatorio de divergencias o
      * pagamento nao aplicado, com o valor pago e o valor em aberto
               MOVE WK-LINTOT TO FL-DIVERGENCIAS-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               MOVE 'TOTAL RECUPERADO DE BAIXADOS' TO WK-LINTOT-DESC
               MOVE WK-QTD-RECUPERADOS TO WK-LINTOT-QTD
               MOVE WK-VAL-RECUPERADOS TO WK-LINTOT-VALO
               MOVE WK-LINTOT TO FL-DIVERGENCIAS-ARQ
               PERFORM 2700-ESCREVER-LINHA-RELATORIO

               CLOSE DIVERGENCIAS
               IF WK-STATUS-D NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-D
           CLOSE MESTRE.
           CLOSE BAIXAS.

           IF WK-EVT-DISPONIVEL EQUAL 'S'
               CLOSE EVENTOS
           END-IF.

           IF WK-JMS-DISPONIVEL EQUAL 'S'
               CLOSE JORNAL
               IF WK-STATUS-J NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-J
               END-IF
           END-IF.

           IF WK-PRJ-DISPONIVEL EQUAL 'S'
               CLOSE PREJUIZO
               IF WK-STATUS-K NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O ARQUIVO ' WK-STATUS-K
               END-IF
           END-IF.

           IF WK-EXECUCAO-OK EQUAL 'S'
               PERFORM 3950-MARCAR-CICLO
           ELSE

           DISPLAY 'PAGAMENTOS APLICADOS..: ' WK-QTD-APLICADOS.
           DISPLAY 'PAGAMENTOS DIVERGENTES: ' WK-QTD-DIVERGENTES.
           DISPLAY 'RECUPERACOES..........: ' WK-QTD-RECUPERADOS.

           DISPLAY 'Processo concluido.'

