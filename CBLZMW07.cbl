      *                        validacao de transicao de situacao do
      *                        CBLZMW03 (mudanca que exige retorno da
      *                        assessoria).
      * 15/10/2026 - Marcelo - Registro de cada retorno postado no
      *                        livro de eventos do devedor
      *                        (Eventos.dat, copybook CBEVTREG), com o
      *                        valor e a situacao antes e depois da
      *                        postagem, para o extrato do CBLZMW20.
      * 15/10/2026 - Marcelo - Jornal do mestre (JornalMestre.log,
      *                        copybook CBJMSREG): cada baixa ou
      *                        regravacao do mestre e precedida do
      *                        lancamento com a imagem antes e depois,
      *                        para a recuperacao pelo CBLZMW23. Sem o
      *                        jornal o mestre e tratado como
      *                        indisponivel; lancamento nao gravado
      *                        deixa o retorno em excecao sem postar.
      * 15/10/2026 - Marcelo - Jornal do mestre indisponivel encerra a
      *                        execucao com RC=8.
      * 15/10/2026 - Marcelo - Falha na baixa ou na regravacao do
      *                        mestre deixa o retorno em excecao, sem
      *                        contagem, exclusao, acordo ou evento.
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
       FD RETORNO.

       01 FL-CICLO-ARQ PIC X(14).

       FD EVENTOS.

       COPY CBEVTREG.

       FD JORNAL.

       COPY CBJMSREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-E PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-S PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-A PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Q PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-Y PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-V PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-J PIC 9(02) VALUE ZEROS.

       01 WK-FIM-ARQ PIC X(01) VALUE 'N'.


       01 WK-QTD-EXCL-ENFILEIRADAS PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Livro de eventos do devedor (Eventos.dat, copybook CBEVTREG):
      * sequencia do evento na execucao, que desempata eventos do
      * mesmo CNPJ com a mesma data e hora, e indicador de livro
      * disponivel - sem o livro a postagem segue sem registrar eventos.
      *-----------------------------------------------------------------
       01 WK-EVT-CONTROLE.
           02 WK-EVT-SEQ        PIC 9(06) VALUE ZEROS.
           02 WK-EVT-TENTATIVAS PIC 9(02) VALUE ZEROS.
           02 WK-EVT-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-EVT-DISPONIVEL PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * Jornal do mestre (JornalMestre.log, copybook CBJMSREG): imagem
      * do registro antes da postagem, operacao (A alteracao, E
      * exclusao do liquidado), sequencia do lancamento na execucao,
      * momento da gravacao e indicadores de jornal aberto e de
      * lancamento gravado - sem o lancamento o mestre nao e alterado.
      * WK-MST-POSTADO diz se a baixa ou a regravacao do mestre foi
      * efetivada.
      *-----------------------------------------------------------------
       01 WK-JMS-CONTROLE.
           02 WK-JMS-SEQ        PIC 9(07) VALUE ZEROS.
           02 WK-JMS-OPER       PIC X(01) VALUE SPACES.
           02 WK-JMS-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-MST-POSTADO    PIC X(01) VALUE 'N'.
           02 WK-JMS-DISPONIVEL PIC X(01) VALUE 'N'.
           02 WK-JMS-ANTES      PIC X(97) VALUE SPACES.
           02 WK-JMS-DATA       PIC 9(08) VALUE ZEROS.
           02 WK-JMS-HORA       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Controle de acordos de parcelamento (copybook CBACOREG): a
      * postagem de um retorno NG acrescenta o esqueleto do acordo com
           PERFORM 1400-ABRIR-MESTRE.
           PERFORM 1500-ABRIR-ACORDOS.
           PERFORM 1600-ABRIR-NEG-EXCLUSAO.
           PERFORM 1700-ABRIR-EVENTOS.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-MESTRE - abre o cadastro mestre em I-O para a postagem
      * dos retornos conferidos, junto com o jornal do mestre; sem o
      * mestre ou sem o jornal a postagem e suprimida e os retornos
      * caem no relatorio de excecoes.
      *-----------------------------------------------------------------
       1400-ABRIR-MESTRE SECTION.
           OPEN I-O MESTRE.
               DISPLAY 'Mestre.dat INDISPONIVEL - EXECUTE O CBLZMW03'
               MOVE 'N' TO WK-MESTRE-OK
               MOVE 'N' TO WK-EXECUCAO-OK
           ELSE
               PERFORM 1750-ABRIR-JORNAL
               IF WK-JMS-DISPONIVEL NOT EQUAL 'S'
                   CLOSE MESTRE
                   MOVE 'N' TO WK-MESTRE-OK
                   MOVE 'N' TO WK-EXECUCAO-OK
               END-IF
           END-IF.

       1400-ABRIR-MESTRE-FIM.
       1600-ABRIR-NEG-EXCLUSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-EVENTOS - abre o livro de eventos do devedor para
      * inclusao, criando-o na primeira execucao; sem o livro a postagem
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
               DISPLAY 'POSTAGEM SEGUE SEM REGISTRO DE EVENTOS'
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
               DISPLAY 'JornalMestre.log INDISPONIVEL - POSTAGEM '
                   'SUPRIMIDA'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1750-ABRIR-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIMIR-CABECALHO - escreve o bloco de cabecalho do relatorio
      * com o numero de pagina corrente, zerando a contagem de linhas
       2400-POSTAR-MESTRE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * APLICAR-RESULTADO - monta a alteracao do mestre pelo resultado
      * do retorno (LQ exclui o registro, NG e IN mudam a situacao e
      * a data do retorno) e grava o lancamento no jornal do mestre
      * antes de efetiva-la; lancamento nao gravado deixa o retorno
      * em excecao com o mestre intocado; falha na baixa ou na
      * regravacao do mestre tambem deixa o retorno em excecao, sem
      * evento no livro.
      *-----------------------------------------------------------------
       2450-APLICAR-RESULTADO SECTION.
           MOVE MST-VALO TO EVT-VALO-ANT.
           MOVE MST-SITU TO EVT-SITU-ANT.
           MOVE FL-MESTRE-ARQ TO WK-JMS-ANTES.

           IF RET-RESU EQUAL 'LQ'
               MOVE 'E' TO WK-JMS-OPER
           ELSE
               MOVE 'A' TO WK-JMS-OPER
               IF RET-RESU EQUAL 'NG'
                   MOVE WK-SITU-NEGOCIADO TO MST-SITU
               ELSE
                   MOVE WK-SITU-INCOBRAVEL TO MST-SITU
               END-IF
               MOVE WK-DATA-SYS-NUM TO MST-DATA-RET
           END-IF.

           PERFORM 2990-GRAVAR-JORNAL.

           IF WK-JMS-GRAVADO NOT EQUAL 'S'
               MOVE 'ERRO DE GRAVACAO NO JORNAL' TO WK-MOTIVO-EXCECAO
               PERFORM 2500-GRAVAR-EXCECAO
           ELSE
               PERFORM 2455-EFETIVAR-RESULTADO
               IF WK-MST-POSTADO EQUAL 'S'
                   PERFORM 2480-REGISTRAR-RETORNO
               ELSE
                   MOVE 'ERRO DE GRAVACAO NO MESTRE'
                       TO WK-MOTIVO-EXCECAO
                   PERFORM 2500-GRAVAR-EXCECAO
               END-IF
           END-IF.

       2450-APLICAR-RESULTADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * EFETIVAR-RESULTADO - efetiva no mestre a alteracao ja lancada
      * no jornal: baixa do liquidado (enfileirando a exclusao da
      * negativacao) ou regravacao do negociado e do incobravel
      * (gerando o acordo pendente do negociado). A exclusao, o
      * acordo e a contagem so acontecem com o mestre efetivado
      * (WK-MST-POSTADO).
      *-----------------------------------------------------------------
       2455-EFETIVAR-RESULTADO SECTION.
           MOVE 'N' TO WK-MST-POSTADO.

           IF RET-RESU EQUAL 'LQ'
               DELETE MESTRE RECORD
                   INVALID KEY
                       DISPLAY 'ERRO DE BAIXA NO MESTRE ' WK-STATUS-M
               END-DELETE
               IF WK-STATUS-M EQUAL ZEROS
                   MOVE 'S' TO WK-MST-POSTADO
                   IF MST-NEGATIVADO EQUAL 'S'
                       OR MST-NEGATIVADO EQUAL 'P'
                       PERFORM 2470-ENFILEIRAR-EXCLUSAO
                   END-IF
                   ADD 1 TO WK-QTD-POSTADOS
                   MOVE ZEROS TO MST-VALO
                                 MST-SITU
               END-IF
           ELSE
               REWRITE FL-MESTRE-ARQ
                   INVALID KEY
                       DISPLAY 'ERRO DE GRAVACAO NO MESTRE '
                           WK-STATUS-M
               END-REWRITE
               IF WK-STATUS-M EQUAL ZEROS
                   MOVE 'S' TO WK-MST-POSTADO
                   ADD 1 TO WK-QTD-POSTADOS
                   IF RET-RESU EQUAL 'NG'
                       PERFORM 2460-GRAVAR-ACORDO-PENDENTE
                   END-IF
               END-IF
           END-IF.

       2455-EFETIVAR-RESULTADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-RETORNO - registra no livro de eventos o retorno
      * postado, com o tipo igual ao resultado da assessoria (LQ, NG
      * ou IN), o valor e a situacao do mestre antes (ja guardados em
      * EVT-VALO-ANT e EVT-SITU-ANT) e depois da postagem e o valor
      * devolvido como movimento. O liquidado sai do mestre: valor e
      * situacao posteriores ficam zerados.
      *-----------------------------------------------------------------
       2480-REGISTRAR-RETORNO SECTION.
           MOVE RET-CNPJ TO EVT-CNPJ.
           MOVE RET-RESU TO EVT-TIPO.
           MOVE MST-VALO TO EVT-VALO-POS.
           MOVE MST-SITU TO EVT-SITU-POS.
           MOVE RET-VALO TO EVT-VALO-MOV.

           IF RET-RESU EQUAL 'LQ'
               MOVE 'BAIXADO DO MESTRE' TO EVT-COMPL
           ELSE
               MOVE 'RETORNO DA ASSESSORIA' TO EVT-COMPL
           END-IF.

           PERFORM 2980-GRAVAR-EVENTO.

       2480-REGISTRAR-RETORNO-FIM.
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
               MOVE 'CBLZMW07' TO EVT-PROG
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
      * FL-MESTRE-ARQ, brancos na exclusao), programa, execucao (data
      * e hora de inicio), sequencia e momento da gravacao.
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
               MOVE 'CBLZMW07' TO JMS-PROG
               MOVE WK-DATA-SYS-NUM TO JMS-EXEC-DATA
               MOVE WK-HORA-SYS TO JMS-EXEC-HORA
               MOVE WK-JMS-SEQ TO JMS-SEQ
               MOVE WK-JMS-OPER TO JMS-OPER
               MOVE MST-CNPJ TO JMS-CNPJ
               MOVE WK-JMS-ANTES TO JMS-ANTES
               IF WK-JMS-OPER EQUAL 'E'
                   MOVE SPACES TO JMS-DEPOIS
               ELSE
                   MOVE FL-MESTRE-ARQ TO JMS-DEPOIS
               END-IF
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

           IF WK-EXECUCAO-OK EQUAL 'S'
               PERFORM 3950-MARCAR-CICLO
           ELSE
