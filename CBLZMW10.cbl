      *          consolidados ficando o ultimo.
      * Updates:
      * 01/09/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Entrada do operador (Operadores.dat),
      *                        acoes conforme a permissao e log de
      *                        manutencao (Manutencao.log) com o
      *                        acordo antes e depois de cada plano
      *                        registrado.
      * 15/10/2026 - Marcelo - Erro de leitura na carga de Acordos.dat
      *                        encerra a sessao; alteracoes da sessao
      *                        com a regravacao suprimida vao para o
      *                        log (RF).
      * 15/10/2026 - Marcelo - Acordo novo recusado (validacao ou log
      *                        nao gravado) sai da tabela e nao vai
      *                        para Acordos.dat.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-A.

       SELECT OPERADORES ASSIGN TO
           'Operadores.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-O.

       SELECT LOGMANUT ASSIGN TO
           'Manutencao.log'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-L.

       DATA DIVISION.
       FILE SECTION.
       FD ACORDOS.

       01 FL-ACORDOS-ARQ PIC X(138).

       FD OPERADORES.

       01 FL-OPERADORES-ARQ PIC X(65).

       FD LOGMANUT.

       COPY CBLOGREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-A PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-L PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operador (copybook CBOPEREG): identificacao e senha digitadas,
      * operador aceito e as acoes permitidas a ele neste programa.
      *-----------------------------------------------------------------
       COPY CBOPEREG.

       01 WK-OPE-CONTROLE.
           02 WK-ENT-OPERADOR   PIC X(08) VALUE SPACES.
           02 WK-ENT-SENHA      PIC X(08) VALUE SPACES.
           02 WK-OPE-ID         PIC X(08) VALUE SPACES.
           02 WK-OPE-ACOES      PIC X(10) VALUE SPACES.
           02 WK-OPE-ACHOU      PIC X(01) VALUE 'N'.
           02 WK-OPE-AUTORIZADO PIC X(01) VALUE 'N'.
           02 WK-OPE-TENTATIVAS PIC 9(01) VALUE ZEROS.
           02 WK-FIM-OPERADORES PIC X(01) VALUE 'N'.
           02 WK-ACAO-PERMITIDA PIC X(01) VALUE 'S'.
           02 WK-QTD-PERMITIDA  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Log de manutencao (Manutencao.log, copybook CBLOGREG):
      * lancamento montado antes de cada alteracao - sem o lancamento
      * gravado a alteracao nao e feita - e quantidade de alteracoes
      * da sessao, perdidas se a regravacao do arquivo falhar.
      *-----------------------------------------------------------------
       01 WK-LOG-CONTROLE.
           02 WK-LOG-TIPO       PIC X(02) VALUE SPACES.
           02 WK-LOG-CHAVE      PIC X(14) VALUE SPACES.
           02 WK-LOG-ANTES      PIC X(140) VALUE SPACES.
           02 WK-LOG-DEPOIS     PIC X(140) VALUE SPACES.
           02 WK-LOG-GRAVADO    PIC X(01) VALUE 'N'.
           02 WK-LOG-DISPONIVEL PIC X(01) VALUE 'N'.
           02 WK-LOG-ALTERACOES PIC 9(04) VALUE ZEROS.
           02 WK-LOG-DATA       PIC 9(08) VALUE ZEROS.
           02 WK-LOG-HORA       PIC 9(08) VALUE ZEROS.


      *-----------------------------------------------------------------
      * Tabela de acordos em memoria e layout do registro do arquivo

       01 WK-ENTRADA-VALIDA PIC X(01) VALUE 'S'.
       01 WK-ACO-ACHOU      PIC X(01) VALUE 'N'.
       01 WK-ACO-NOVO       PIC X(01) VALUE 'N'.
       01 WK-IDX-ACHADA     PIC 9(03) VALUE ZEROS.

       01 WK-ACO-IDX  PIC 9(03) VALUE ZEROS.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - identifica o operador e carrega Acordos.dat
      * inteiro em memoria, consolidando registros repetidos do mesmo
      * CNPJ (fica o ultimo). Arquivo inexistente comeca com a tabela
      * vazia.
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           PERFORM 1500-IDENTIFICAR-OPERADOR.

           OPEN INPUT ACORDOS.
           IF WK-STATUS-A EQUAL ZEROS
               PERFORM 1100-LER-ACORDO
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-A
                   MOVE 'S' TO WK-FIM-ACORDOS
                   MOVE 'N' TO WK-CARGA-OK
                   MOVE 'F' TO WK-ACAO
               ELSE
                   MOVE ACO-CNPJ TO WK-ENT-CNPJ
                   PERFORM 2150-PROCURAR-CNPJ
       1160-GUARDAR-VENCIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IDENTIFICAR-OPERADOR - abre o log de manutencao e pede a
      * entrada do operador (ate 3 tentativas); sem o log ou sem
      * entrada aceita o programa e encerrado sem alterar nada.
      *-----------------------------------------------------------------
       1500-IDENTIFICAR-OPERADOR SECTION.
           PERFORM 1600-ABRIR-LOG.

           IF WK-LOG-DISPONIVEL EQUAL 'S'
               MOVE ZEROS TO WK-OPE-TENTATIVAS
               PERFORM 1510-TENTAR-ENTRADA
                   UNTIL WK-OPE-AUTORIZADO EQUAL 'S'
                      OR WK-OPE-TENTATIVAS NOT LESS 3
           END-IF.

           IF WK-OPE-AUTORIZADO NOT EQUAL 'S'
               DISPLAY 'ACESSO RECUSADO - PROGRAMA ENCERRADO'
               IF WK-LOG-DISPONIVEL EQUAL 'S'
                   CLOSE LOGMANUT
               END-IF
               STOP RUN
           END-IF.

       1500-IDENTIFICAR-OPERADOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TENTAR-ENTRADA - pede operador e senha e confere com o
      * registro ativo do operador para este programa em
      * Operadores.dat; a entrada aceita ou recusada vai para o log.
      *-----------------------------------------------------------------
       1510-TENTAR-ENTRADA SECTION.
           ADD 1 TO WK-OPE-TENTATIVAS.

           DISPLAY 'OPERADOR: '.
           ACCEPT WK-ENT-OPERADOR.
           DISPLAY 'SENHA: '.
           ACCEPT WK-ENT-SENHA.

           PERFORM 1520-PROCURAR-OPERADOR.

           MOVE SPACES TO WK-LOG-CHAVE
                          WK-LOG-ANTES
                          WK-LOG-DEPOIS.

           IF WK-OPE-ACHOU EQUAL 'S'
               AND OPE-ATIVO EQUAL 'S'
               AND WK-ENT-SENHA NOT EQUAL SPACES
               AND OPE-SENHA EQUAL WK-ENT-SENHA
               MOVE 'S' TO WK-OPE-AUTORIZADO
               MOVE OPE-ID TO WK-OPE-ID
               MOVE OPE-ACOES TO WK-OPE-ACOES
               MOVE 'EN' TO WK-LOG-TIPO
               PERFORM 2850-GRAVAR-LOG
               DISPLAY 'OPERADOR ' OPE-ID ' - ' OPE-NOME
               DISPLAY 'ACOES PERMITIDAS: ' WK-OPE-ACOES
           ELSE
               DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               MOVE 'ER' TO WK-LOG-TIPO
               PERFORM 2850-GRAVAR-LOG
           END-IF.

       1510-TENTAR-ENTRADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURAR-OPERADOR - procura em Operadores.dat o registro do
      * operador digitado para este programa; devolve o achado em
      * WK-OPE-ACHOU e o registro em WK-REG-OPERADOR.
      *-----------------------------------------------------------------
       1520-PROCURAR-OPERADOR SECTION.
           MOVE 'N' TO WK-OPE-ACHOU.
           MOVE 'N' TO WK-FIM-OPERADORES.

           OPEN INPUT OPERADORES.
           IF WK-STATUS-O NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-O
                   ' OPERADORES'
           ELSE
               PERFORM 1530-LER-OPERADOR
                   UNTIL WK-FIM-OPERADORES EQUAL 'S'
                      OR WK-OPE-ACHOU EQUAL 'S'
               CLOSE OPERADORES
           END-IF.

       1520-PROCURAR-OPERADOR-FIM.
           EXIT.

       1530-LER-OPERADOR SECTION.
           READ OPERADORES INTO WK-REG-OPERADOR.
           IF WK-STATUS-O EQUAL 10
               MOVE 'S' TO WK-FIM-OPERADORES
           ELSE
               IF WK-STATUS-O NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-O
                       ' OPERADORES'
                   MOVE 'S' TO WK-FIM-OPERADORES
               ELSE
                   IF OPE-ID EQUAL WK-ENT-OPERADOR
                       AND OPE-PROG EQUAL 'CBLZMW10'
                       MOVE 'S' TO WK-OPE-ACHOU
                   END-IF
               END-IF
           END-IF.

       1530-LER-OPERADOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ABRIR-LOG - abre o log de manutencao para acrescentar,
      * criando-o se ainda nao existe.
      *-----------------------------------------------------------------
       1600-ABRIR-LOG SECTION.
           OPEN EXTEND LOGMANUT.
           IF WK-STATUS-L EQUAL 35
               OPEN OUTPUT LOGMANUT
           END-IF.

           IF WK-STATUS-L EQUAL ZEROS
               MOVE 'S' TO WK-LOG-DISPONIVEL
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-L
                   ' MANUTENCAO.LOG'
               DISPLAY 'Manutencao.log INDISPONIVEL - NENHUMA '
                   'ALTERACAO PODE SER FEITA'
           END-IF.

       1600-ABRIR-LOG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - dialogo com o operador: R cadastra ou altera o
      * plano de um acordo, C exibe um acordo, F encerra gravando o
      * arquivo. Registro e consulta so para o operador que tenha a
      * acao permitida.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           DISPLAY ' '.
           DISPLAY 'ACAO (R=REGISTRAR/ALTERAR  C=CONSULTAR  F=FIM): '.
           ACCEPT WK-ACAO.

           MOVE 'S' TO WK-ACAO-PERMITIDA.
           IF WK-ACAO EQUAL 'R' OR WK-ACAO EQUAL 'C'
               PERFORM 2800-CONFERIR-PERMISSAO
           END-IF.

           IF WK-ACAO-PERMITIDA EQUAL 'S'
               IF WK-ACAO EQUAL 'R'
                   PERFORM 2100-REGISTRAR-PLANO
               ELSE
                   IF WK-ACAO EQUAL 'C'
                       PERFORM 2300-CONSULTAR-ACORDO
                   ELSE
                       IF WK-ACAO NOT EQUAL 'F'
                           DISPLAY 'ACAO INVALIDA: ' WK-ACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * no bloco final, com tudo validado - um dialogo recusado no
      * meio deixa o acordo existente exatamente como estava. O acordo
      * validado fica com status A ativo e parcelas pagas preservadas
      * (zeradas quando o acordo e novo ou estava pendente). O plano
      * validado vai para o log de manutencao antes de aplicado.
      *-----------------------------------------------------------------
       2100-REGISTRAR-PLANO SECTION.
           MOVE 'S' TO WK-ENTRADA-VALIDA.
           MOVE 'N' TO WK-ACO-NOVO.

           DISPLAY 'CNPJ (14 DIGITOS): '.
           ACCEPT WK-ENT-CNPJ-ALFA.
                       ADD 1 TO WK-ACO-QTD
                       MOVE WK-ACO-QTD TO WK-IDX-ACHADA
                       PERFORM 2155-INICIAR-ENTRADA
                       MOVE 'S' TO WK-ACO-NOVO
                       DISPLAY 'CNPJ SEM ACORDO PENDENTE - CRIANDO '
                           'ACORDO NOVO'
                   ELSE
                      OR WK-ENTRADA-VALIDA EQUAL 'N'
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               PERFORM 2400-MONTAR-LOG-PLANO
               PERFORM 2860-REGISTRAR-ALTERACAO
               IF WK-LOG-GRAVADO NOT EQUAL 'S'
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               END-IF
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               MOVE WK-ENT-DATA-ACORDO TO WK-ACO-DATA (WK-IDX-ACHADA)
               MOVE WK-ENT-QTD TO WK-ACO-QTD-PARC (WK-IDX-ACHADA)
               MOVE 'A' TO WK-ACO-STATUS (WK-IDX-ACHADA)
               DISPLAY 'ACORDO ATIVADO: ' WK-ENT-CNPJ
           ELSE
               IF WK-ACO-NOVO EQUAL 'S'
                   SUBTRACT 1 FROM WK-ACO-QTD
               END-IF
               DISPLAY 'ACORDO NAO ALTERADO'
           END-IF.

      *-----------------------------------------------------------------
      * INICIAR-ENTRADA - inicia a entrada nova da tabela com o CNPJ
      * informado, todos os campos numericos zerados e status P
      * pendente, bem formado (o mesmo esqueleto que o CBLZMW07
      * grava). Acordo recusado depois da criacao (validacao ou log)
      * tem a entrada retirada da tabela pelo 2100-REGISTRAR-PLANO.
      *-----------------------------------------------------------------
       2155-INICIAR-ENTRADA SECTION.
           MOVE WK-ENT-CNPJ TO WK-ACO-CNPJ (WK-IDX-ACHADA).
       2300-CONSULTAR-ACORDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MONTAR-LOG-PLANO - monta o lancamento do log de manutencao do
      * plano validado: o acordo como esta na tabela (brancos se foi
      * criado neste registro) e como ficara com o plano digitado, do
      * mesmo modo que o bloco final do REGISTRAR-PLANO o aplica.
      *-----------------------------------------------------------------
       2400-MONTAR-LOG-PLANO SECTION.
           MOVE 'PL' TO WK-LOG-TIPO.
           MOVE WK-ENT-CNPJ-ALFA TO WK-LOG-CHAVE.

           MOVE WK-IDX-ACHADA TO WK-ACO-IDX.
           MOVE WK-ACO-CNPJ (WK-ACO-IDX) TO ACO-CNPJ.
           MOVE WK-ACO-DATA (WK-ACO-IDX) TO ACO-DATA.
           MOVE WK-ACO-QTD-PARC (WK-ACO-IDX) TO ACO-QTD-PARC.
           MOVE WK-ACO-VAL-PARC (WK-ACO-IDX) TO ACO-VAL-PARC.
           MOVE WK-ACO-PARC-PAGAS (WK-ACO-IDX) TO ACO-PARC-PAGAS.
           MOVE WK-ACO-STATUS (WK-ACO-IDX) TO ACO-STATUS.
           PERFORM 3110-GRAVAR-VENCIMENTO
               VARYING WK-PARC-IDX FROM 1 BY 1
               UNTIL WK-PARC-IDX GREATER 12.

           IF WK-ACO-NOVO EQUAL 'S'
               MOVE SPACES TO WK-LOG-ANTES
           ELSE
               MOVE WK-REG-ACORDO TO WK-LOG-ANTES
           END-IF.

           MOVE WK-ENT-DATA-ACORDO TO ACO-DATA.
           MOVE WK-ENT-QTD TO ACO-QTD-PARC.
           MOVE WK-ENT-VALOR TO ACO-VAL-PARC.
           PERFORM 2410-MONTAR-VENCIMENTO
               VARYING WK-PARC-IDX FROM 1 BY 1
               UNTIL WK-PARC-IDX GREATER 12.
           IF ACO-STATUS EQUAL 'P'
               MOVE ZEROS TO ACO-PARC-PAGAS
           END-IF.
           MOVE 'A' TO ACO-STATUS.

           MOVE WK-REG-ACORDO TO WK-LOG-DEPOIS.

       2400-MONTAR-LOG-PLANO-FIM.
           EXIT.

       2410-MONTAR-VENCIMENTO SECTION.
           IF WK-PARC-IDX GREATER WK-ENT-QTD
               MOVE ZEROS TO ACO-VENC (WK-PARC-IDX)
           ELSE
               MOVE WK-ENT-VENC (WK-PARC-IDX) TO ACO-VENC (WK-PARC-IDX)
           END-IF.

       2410-MONTAR-VENCIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERIR-PERMISSAO - confere se a acao digitada consta das
      * acoes permitidas ao operador neste programa; a acao negada
      * vai para o log.
      *-----------------------------------------------------------------
       2800-CONFERIR-PERMISSAO SECTION.
           MOVE ZEROS TO WK-QTD-PERMITIDA.
           INSPECT WK-OPE-ACOES TALLYING WK-QTD-PERMITIDA
               FOR ALL WK-ACAO.

           IF WK-QTD-PERMITIDA GREATER ZEROS
               MOVE 'S' TO WK-ACAO-PERMITIDA
           ELSE
               MOVE 'N' TO WK-ACAO-PERMITIDA
               DISPLAY 'ACAO NAO PERMITIDA AO OPERADOR ' WK-OPE-ID
                   ': ' WK-ACAO
               MOVE 'AN' TO WK-LOG-TIPO
               MOVE WK-ACAO TO WK-LOG-CHAVE
               MOVE SPACES TO WK-LOG-ANTES
                              WK-LOG-DEPOIS
               PERFORM 2850-GRAVAR-LOG
           END-IF.

       2800-CONFERIR-PERMISSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-LOG - grava no log de manutencao o lancamento montado
      * em WK-LOG-CONTROLE, com data, hora, operador e programa.
      * WK-LOG-GRAVADO diz se a alteracao pode ser feita.
      *-----------------------------------------------------------------
       2850-GRAVAR-LOG SECTION.
           MOVE 'N' TO WK-LOG-GRAVADO.

           IF WK-LOG-DISPONIVEL EQUAL 'S'
               ACCEPT WK-LOG-DATA FROM DATE YYYYMMDD
               ACCEPT WK-LOG-HORA FROM TIME
               MOVE WK-LOG-DATA TO LOG-DATA
               MOVE WK-LOG-HORA (1:6) TO LOG-HORA
               IF WK-OPE-AUTORIZADO EQUAL 'S'
                   MOVE WK-OPE-ID TO LOG-OPERADOR
               ELSE
                   MOVE WK-ENT-OPERADOR TO LOG-OPERADOR
               END-IF
               MOVE 'CBLZMW10' TO LOG-PROG
               MOVE WK-LOG-TIPO TO LOG-TIPO
               MOVE WK-LOG-CHAVE TO LOG-CHAVE
               MOVE WK-LOG-ANTES TO LOG-ANTES
               MOVE WK-LOG-DEPOIS TO LOG-DEPOIS
               WRITE FL-LOG-ARQ
               IF WK-STATUS-L EQUAL ZEROS
                   MOVE 'S' TO WK-LOG-GRAVADO
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO NO LOG DE MANUTENCAO '
                       WK-STATUS-L
               END-IF
           END-IF.

       2850-GRAVAR-LOG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-ALTERACAO - grava no log a alteracao montada em
      * WK-LOG-CONTROLE, antes de aplicada, e conta a alteracao da
      * sessao; sem o lancamento gravado a alteracao e recusada.
      *-----------------------------------------------------------------
       2860-REGISTRAR-ALTERACAO SECTION.
           PERFORM 2850-GRAVAR-LOG.

           IF WK-LOG-GRAVADO EQUAL 'S'
               ADD 1 TO WK-LOG-ALTERACOES
           ELSE
               DISPLAY 'ALTERACAO RECUSADA - LOG DE MANUTENCAO '
                   'INDISPONIVEL'
           END-IF.

       2860-REGISTRAR-ALTERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR - regrava Acordos.dat inteiro a partir da tabela em
      * memoria e encerra. Se a carga inicial falhou (erro de abertura
      * que nao seja arquivo inexistente), a regravacao e suprimida
      * para nao truncar o controle vigente.
      * Regravacao que falha ou e suprimida depois de alteracoes na
      * sessao vai para o log de manutencao (RF). Erro de leitura na
      * carga tambem encerra a sessao antes de qualquer alteracao.
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           IF WK-CARGA-OK NOT EQUAL 'S'
               DISPLAY 'REGRAVACAO SUPRIMIDA - CARGA INICIAL FALHOU'
               IF WK-LOG-ALTERACOES GREATER ZEROS
                   DISPLAY 'ALTERACOES DA SESSAO NAO GRAVADAS: '
                       WK-LOG-ALTERACOES
                   MOVE 'RF' TO WK-LOG-TIPO
                   MOVE WK-LOG-ALTERACOES TO WK-LOG-CHAVE
                   MOVE SPACES TO WK-LOG-ANTES
                   MOVE 'Acordos.dat NAO REGRAVADO - CARGA FALHOU'
                       TO WK-LOG-DEPOIS
                   PERFORM 2850-GRAVAR-LOG
               END-IF
               CLOSE LOGMANUT
               DISPLAY 'Processo concluido.'
               STOP RUN
           END-IF.
           OPEN OUTPUT ACORDOS.
           IF WK-STATUS-A NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-A
               IF WK-LOG-ALTERACOES GREATER ZEROS
                   DISPLAY 'ALTERACOES DA SESSAO NAO GRAVADAS: '
                       WK-LOG-ALTERACOES
                   MOVE 'RF' TO WK-LOG-TIPO
                   MOVE WK-LOG-ALTERACOES TO WK-LOG-CHAVE
                   MOVE SPACES TO WK-LOG-ANTES
                   MOVE 'REGRAVACAO DE Acordos.dat FALHOU'
                       TO WK-LOG-DEPOIS
                   PERFORM 2850-GRAVAR-LOG
               END-IF
           ELSE
               MOVE ZEROS TO WK-QTD-GRAVADAS
               PERFORM 3100-GRAVAR-ACORDO
               DISPLAY 'ACORDOS GRAVADOS: ' WK-QTD-GRAVADAS
           END-IF.

           CLOSE LOGMANUT.

           DISPLAY 'Processo concluido.'

           STOP RUN.
