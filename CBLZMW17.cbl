      *          depois de uma divergencia (RC=4).
      * Updates:
      * 01/09/2026 - Marcelo - Create Program
      * 15/10/2026 - Marcelo - Entrada do operador (Operadores.dat),
      *                        acoes conforme a permissao e log de
      *                        manutencao (Manutencao.log) com o
      *                        registro do ciclo antes e depois de
      *                        cada liberacao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-Y.

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
       FD CICLO.

       01 FL-CICLO-ARQ PIC X(14).

       FD OPERADORES.

       01 FL-OPERADORES-ARQ PIC X(65).

       FD LOGMANUT.

       COPY CBLOGREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-Y PIC 9(02) VALUE ZEROS.
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
      * Registro de controle do ciclo diario (copybook CBCICREG).
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - identifica o operador e le o registro do ciclo;
      * arquivo inexistente ou de data diferente exibe o ciclo do dia
      * ainda nao iniciado.
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD.

           PERFORM 1500-IDENTIFICAR-OPERADOR.

           PERFORM 1100-INICIAR-CICLO.

           OPEN INPUT CICLO.
       1100-INICIAR-CICLO-FIM.
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
                       AND OPE-PROG EQUAL 'CBLZMW17'
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
      * PROCESSAR - dialogo com o operador: E exibe a situacao do
      * ciclo, L liga a liberacao de reprocessamento, F encerra.
      * Exibicao e liberacao so para o operador que tenha a acao
      * permitida.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           DISPLAY ' '.
               'F=FIM): '.
           ACCEPT WK-ACAO.

           MOVE 'S' TO WK-ACAO-PERMITIDA.
           IF WK-ACAO EQUAL 'E' OR WK-ACAO EQUAL 'L'
               PERFORM 2800-CONFERIR-PERMISSAO
           END-IF.

           IF WK-ACAO-PERMITIDA EQUAL 'S'
               IF WK-ACAO EQUAL 'E'
                   PERFORM 2100-EXIBIR-CICLO
               ELSE
                   IF WK-ACAO EQUAL 'L'
                       PERFORM 2200-LIBERAR-REPROCESSAMENTO
                   ELSE
                       IF WK-ACAO NOT EQUAL 'F'
                           DISPLAY 'ACAO INVALIDA: ' WK-ACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * LIBERAR-REPROCESSAMENTO - liga CIC-OVERRIDE e regrava o
      * registro do ciclo: o proximo programa que seria recusado por
      * execucao fora de ordem ou em duplicidade consome a liberacao
      * e executa. A liberacao vai para o log de manutencao antes de
      * gravada; a regravacao que falha tambem (RF).
      *-----------------------------------------------------------------
       2200-LIBERAR-REPROCESSAMENTO SECTION.
           MOVE 'LB' TO WK-LOG-TIPO.
           MOVE CIC-DATA TO WK-LOG-CHAVE.
           MOVE WK-REG-CICLO TO WK-LOG-ANTES.
           MOVE 'S' TO CIC-OVERRIDE.
           MOVE WK-REG-CICLO TO WK-LOG-DEPOIS.
           MOVE WK-LOG-ANTES (14:1) TO CIC-OVERRIDE.

           PERFORM 2860-REGISTRAR-ALTERACAO.

           IF WK-LOG-GRAVADO EQUAL 'S'
               MOVE 'S' TO CIC-OVERRIDE
               OPEN OUTPUT CICLO
               IF WK-STATUS-Y EQUAL ZEROS
                   MOVE WK-REG-CICLO TO FL-CICLO-ARQ
                   WRITE FL-CICLO-ARQ
                   CLOSE CICLO
                   DISPLAY 'REPROCESSAMENTO LIBERADO'
               ELSE
                   DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-Y
                       ' CICLO'
                   MOVE WK-LOG-ANTES (14:1) TO CIC-OVERRIDE
                   MOVE 'RF' TO WK-LOG-TIPO
                   MOVE SPACES TO WK-LOG-ANTES
                   MOVE 'REGRAVACAO DE CicloDia.dat FALHOU'
                       TO WK-LOG-DEPOIS
                   PERFORM 2850-GRAVAR-LOG
               END-IF
           END-IF.

       2200-LIBERAR-REPROCESSAMENTO-FIM.
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
               MOVE 'CBLZMW17' TO LOG-PROG
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
      * FINALIZAR
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           CLOSE LOGMANUT.

           DISPLAY 'Processo concluido.'

           STOP RUN.
