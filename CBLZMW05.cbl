      *          do copybook CBSITTAB.
      * Updates:
      * 22/08/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Entrada do operador (Operadores.dat),
      *                        acoes conforme a permissao e log de
      *                        manutencao (Manutencao.log) com o
      *                        registro antes e depois de cada
      *                        inclusao e expiracao.
      * 15/10/2026 - Marcelo - Erro de leitura na carga de
      *                        Situacoes.dat encerra a sessao;
      *                        alteracoes da sessao com a regravacao
      *                        suprimida vao para o log (RF).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-U.

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
       FD SITUACOES.

       01 FL-SITUACOES-ARQ PIC X(31).

       FD OPERADORES.

       01 FL-OPERADORES-ARQ PIC X(65).

       FD LOGMANUT.

       COPY CBLOGREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-U PIC 9(02) VALUE ZEROS.
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
      * Tabela de situacoes em memoria e layout do registro do arquivo
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - identifica o operador e carrega Situacoes.dat
      * inteiro em memoria; na primeira execucao (arquivo inexistente)
      * semeia a tabela com a carga estatica do CBSITTAB.
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           PERFORM 1500-IDENTIFICAR-OPERADOR.

           OPEN INPUT SITUACOES.
           IF WK-STATUS-U EQUAL ZEROS
               PERFORM 1100-LER-SITUACAO
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-U
                   MOVE 'S' TO WK-FIM-SITUACOES
                   MOVE 'N' TO WK-CARGA-OK
                   MOVE 'F' TO WK-ACAO
               ELSE
                   IF WK-SIT-QTD LESS 50
                       ADD 1 TO WK-SIT-QTD
       1200-SEMEAR-TABELA-INTERNA-FIM.
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
                       AND OPE-PROG EQUAL 'CBLZMW05'
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
      * PROCESSAR - dialogo com o operador: I inclui um codigo novo,
      * E expira um codigo existente, F encerra gravando o arquivo.
      * Inclusao e expiracao so para o operador que tenha a acao
      * permitida.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           DISPLAY ' '.
           DISPLAY 'ACAO (I=INCLUIR  E=EXPIRAR  F=FIM): '.
           ACCEPT WK-ACAO.

           MOVE 'S' TO WK-ACAO-PERMITIDA.
           IF WK-ACAO EQUAL 'I' OR WK-ACAO EQUAL 'E'
               PERFORM 2800-CONFERIR-PERMISSAO
           END-IF.

           IF WK-ACAO-PERMITIDA EQUAL 'S'
               IF WK-ACAO EQUAL 'I'
                   PERFORM 2100-INCLUIR-SITUACAO
               ELSE
                   IF WK-ACAO EQUAL 'E'
                       PERFORM 2200-EXPIRAR-SITUACAO
                   ELSE
                       IF WK-ACAO NOT EQUAL 'F'
                           DISPLAY 'ACAO INVALIDA: ' WK-ACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * INCLUIR-SITUACAO - valida codigo, descricao e data de inicio
      * de vigencia e acrescenta a entrada como ativa. Codigo ja ativo
      * na tabela e recusado (expirar antes de recadastrar). A
      * inclusao vai para o log de manutencao antes de aplicada.
      *-----------------------------------------------------------------
       2100-INCLUIR-SITUACAO SECTION.
           MOVE 'S' TO WK-ENTRADA-VALIDA.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               IF WK-SIT-QTD LESS 50
                   MOVE WK-ENT-COD TO SIT-COD
                   MOVE WK-ENT-DESC TO SIT-DESC
                   MOVE WK-ENT-VIG TO SIT-VIG
                   MOVE 'S' TO SIT-ATIVO
                   MOVE 'IN' TO WK-LOG-TIPO
                   MOVE WK-ENT-COD-ALFA TO WK-LOG-CHAVE
                   MOVE SPACES TO WK-LOG-ANTES
                   MOVE WK-REG-SITUACAO TO WK-LOG-DEPOIS
                   PERFORM 2860-REGISTRAR-ALTERACAO
               ELSE
                   DISPLAY 'TABELA CHEIA - INCLUSAO RECUSADA'
                   MOVE 'N' TO WK-LOG-GRAVADO
               END-IF
               IF WK-LOG-GRAVADO EQUAL 'S'
                   ADD 1 TO WK-SIT-QTD
                   SET WK-SIT-IDX TO WK-SIT-QTD
                   MOVE WK-ENT-COD TO WK-SIT-COD (WK-SIT-IDX)
                   MOVE WK-ENT-VIG TO WK-SIT-VIG (WK-SIT-IDX)
                   MOVE 'S' TO WK-SIT-ATIVO (WK-SIT-IDX)
                   DISPLAY 'SITUACAO INCLUIDA: ' WK-ENT-COD
               END-IF
           END-IF.


      *-----------------------------------------------------------------
      * EXPIRAR-SITUACAO - marca como inativa a entrada ativa do
      * codigo informado, preservando-a no arquivo para historico. A
      * expiracao vai para o log de manutencao antes de aplicada.
      *-----------------------------------------------------------------
       2200-EXPIRAR-SITUACAO SECTION.
           DISPLAY 'CODIGO A EXPIRAR (2 DIGITOS): '.
               PERFORM 2150-PROCURAR-ATIVA
               IF WK-SIT-ACHOU EQUAL 'S'
                   SET WK-SIT-IDX TO WK-IDX-ACHADA
                   PERFORM 2250-MONTAR-IMAGEM
                   MOVE 'EX' TO WK-LOG-TIPO
                   MOVE WK-ENT-COD-ALFA TO WK-LOG-CHAVE
                   MOVE WK-REG-SITUACAO TO WK-LOG-ANTES
                   MOVE 'N' TO SIT-ATIVO
                   MOVE WK-REG-SITUACAO TO WK-LOG-DEPOIS
                   PERFORM 2860-REGISTRAR-ALTERACAO
                   IF WK-LOG-GRAVADO EQUAL 'S'
                       MOVE 'N' TO WK-SIT-ATIVO (WK-SIT-IDX)
                       DISPLAY 'SITUACAO EXPIRADA: ' WK-ENT-COD
                   END-IF
               ELSE
                   DISPLAY 'CODIGO SEM ENTRADA ATIVA: ' WK-ENT-COD
               END-IF
       2200-EXPIRAR-SITUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MONTAR-IMAGEM - monta em WK-REG-SITUACAO o registro da entrada
      * WK-SIT-IDX da tabela, para o log de manutencao.
      *-----------------------------------------------------------------
       2250-MONTAR-IMAGEM SECTION.
           MOVE WK-SIT-COD (WK-SIT-IDX) TO SIT-COD.
           MOVE WK-SIT-DESC (WK-SIT-IDX) TO SIT-DESC.
           MOVE WK-SIT-VIG (WK-SIT-IDX) TO SIT-VIG.
           MOVE WK-SIT-ATIVO (WK-SIT-IDX) TO SIT-ATIVO.

       2250-MONTAR-IMAGEM-FIM.
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
               MOVE 'CBLZMW05' TO LOG-PROG
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
      * FINALIZAR - regrava Situacoes.dat inteiro a partir da tabela
      * em memoria e encerra. Se a carga inicial falhou (erro de
      * abertura que nao seja arquivo inexistente), a regravacao e
      * suprimida para nao truncar a tabela vigente por causa de uma
      * falha transitoria.
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
                   MOVE 'Situacoes.dat NAO REGRAVADO - CARGA FALHOU'
                       TO WK-LOG-DEPOIS
                   PERFORM 2850-GRAVAR-LOG
               END-IF
               CLOSE LOGMANUT
               DISPLAY 'Processo concluido.'
               STOP RUN
           END-IF.
           OPEN OUTPUT SITUACOES.
           IF WK-STATUS-U NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-U
               IF WK-LOG-ALTERACOES GREATER ZEROS
                   DISPLAY 'ALTERACOES DA SESSAO NAO GRAVADAS: '
                       WK-LOG-ALTERACOES
                   MOVE 'RF' TO WK-LOG-TIPO
                   MOVE WK-LOG-ALTERACOES TO WK-LOG-CHAVE
                   MOVE SPACES TO WK-LOG-ANTES
                   MOVE 'REGRAVACAO DE Situacoes.dat FALHOU'
                       TO WK-LOG-DEPOIS
                   PERFORM 2850-GRAVAR-LOG
               END-IF
           ELSE
               MOVE ZEROS TO WK-QTD-GRAVADAS
               PERFORM 3100-GRAVAR-SITUACAO
               DISPLAY 'ENTRADAS GRAVADAS: ' WK-QTD-GRAVADAS
           END-IF.

           CLOSE LOGMANUT.

           DISPLAY 'Processo concluido.'

           STOP RUN.
