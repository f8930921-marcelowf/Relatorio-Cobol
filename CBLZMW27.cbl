       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZMW27.
      *-----------------------------------------------------------------
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Registro via console dos contatos da cobranca interna,
      *          no mesmo estilo do CBLZMW10. O cobrador entra com a
      *          identificacao de operador (Operadores.dat), consulta a
      *          propria fila do dia (FilaCobranca.dat, gerada pelo
      *          CBLZMW26) e registra o resultado de cada contato com
      *          o devedor: N nao atendeu, P promessa de pagamento (com
      *          data e valor prometidos) ou R recusou. O contato vai
      *          para o log de manutencao (tipo CT) antes de gravado em
      *          Contatos.dat (copybook CBCTTREG); a promessa tambem e
      *          acrescentada aberta em Promessas.dat (copybook
      *          CBPRMREG), onde o CBLZMW26 acumula os pagamentos e a
      *          avalia no vencimento.
      * Updates:
      * 15/10/2026 - Marcelo - Create Program
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MESTRE ASSIGN TO
           'Mestre.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-CNPJ
           FILE STATUS IS WK-STATUS-M.

       SELECT FILA ASSIGN TO
           'FilaCobranca.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-F.

       SELECT CONTATOS ASSIGN TO
           'Contatos.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-T.

       SELECT PROMESSAS ASSIGN TO
           'Promessas.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-STATUS-R.

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
       FD MESTRE.

       COPY CBMSTREG.

       FD FILA.

       01 FL-FILA-ARQ PIC X(164).

       FD CONTATOS.

       01 FL-CONTATOS-ARQ PIC X(100).

       FD PROMESSAS.

       01 FL-PROMESSAS-ARQ PIC X(86).

       FD OPERADORES.

       01 FL-OPERADORES-ARQ PIC X(65).

       FD LOGMANUT.

       COPY CBLOGREG.

       WORKING-STORAGE SECTION.
       01 WK-STATUS-M PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-F PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-T PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-R PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-O PIC 9(02) VALUE ZEROS.
       01 WK-STATUS-L PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operador (copybook CBOPEREG): identificacao e senha digitadas,
      * operador aceito e as acoes permitidas a ele neste programa. O
      * operador aceito e o cobrador da fila e dos contatos.
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
      * lancamento montado antes de cada contato - sem o lancamento
      * gravado o contato nao e registrado - e quantidade de contatos
      * da sessao.
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
      * Registros do contato, da promessa e da fila do cobrador
      * (copybooks CBCTTREG, CBPRMREG e CBFILREG).
      *-----------------------------------------------------------------
       COPY CBCTTREG.

       COPY CBPRMREG.

       COPY CBFILREG.

       01 WK-MESTRE-OK   PIC X(01) VALUE 'N'.
       01 WK-FIM-FILA    PIC X(01) VALUE 'N'.
       01 WK-QTD-FILA    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Situacao dos devedores trabalhados pela cobranca interna.
      *-----------------------------------------------------------------
       01 WK-SITU-INADIMPLENTE PIC 9(02) VALUE 02.

      *-----------------------------------------------------------------
      * Campos de dialogo com o operador. Os valores entram como
      * alfanumericos e so sao aproveitados depois de validados.
      *-----------------------------------------------------------------
       01 WK-ACAO PIC X(01) VALUE SPACE.

       01 WK-ENT-CNPJ-ALFA PIC X(14) VALUE SPACES.
       01 WK-ENT-CNPJ REDEFINES WK-ENT-CNPJ-ALFA PIC 9(14).

       01 WK-ENT-RESULTADO PIC X(01) VALUE SPACE.

       01 WK-ENT-DATA-ALFA PIC X(08) VALUE SPACES.
       01 WK-ENT-DATA REDEFINES WK-ENT-DATA-ALFA.
           02 WK-ENT-DATA-ANO PIC 9(04).
           02 WK-ENT-DATA-MES PIC 9(02).
           02 WK-ENT-DATA-DIA PIC 9(02).
       01 WK-ENT-DATA-NUM REDEFINES WK-ENT-DATA-ALFA PIC 9(08).

       01 WK-ENT-VALOR-ALFA PIC X(15) VALUE SPACES.
       01 WK-ENT-VALOR REDEFINES WK-ENT-VALOR-ALFA PIC 9(13)V99.

       01 WK-ENT-OBS PIC X(40) VALUE SPACES.

       01 WK-ENTRADA-VALIDA PIC X(01) VALUE 'S'.
       01 WK-GRAVACAO-OK    PIC X(01) VALUE 'N'.

       01 WK-VAL-EDIT  PIC Z(12)9.99.
       01 WK-VATU-EDIT PIC Z(12)9.99.

       01 WK-HORA-SYS PIC 9(08) VALUE ZEROS.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.

       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR UNTIL WK-ACAO EQUAL 'F'.
           PERFORM 3000-FINALIZAR.

      *-----------------------------------------------------------------
      * INICIALIZAR - identifica o operador e abre o mestre para a
      * conferencia do CNPJ contatado; sem o mestre a sessao so
      * consulta a fila.
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD.

           PERFORM 1500-IDENTIFICAR-OPERADOR.

           OPEN INPUT MESTRE.
           IF WK-STATUS-M EQUAL ZEROS
               MOVE 'S' TO WK-MESTRE-OK
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-M
                   ' MESTRE'
               DISPLAY 'Mestre.dat INDISPONIVEL - CONTATOS NAO PODEM '
                   'SER REGISTRADOS'
           END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IDENTIFICAR-OPERADOR - abre o log de manutencao e pede a
      * entrada do operador (ate 3 tentativas); sem o log ou sem
      * entrada aceita o programa e encerrado sem registrar nada.
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
                       AND OPE-PROG EQUAL 'CBLZMW27'
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
               DISPLAY 'Manutencao.log INDISPONIVEL - NENHUM '
                   'CONTATO PODE SER REGISTRADO'
           END-IF.

       1600-ABRIR-LOG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSAR - dialogo com o cobrador: C consulta a fila do dia,
      * R registra um contato, F encerra. Consulta e registro so para
      * o operador que tenha a acao permitida.
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           DISPLAY ' '.
           DISPLAY 'ACAO (C=CONSULTAR FILA  R=REGISTRAR CONTATO  '
               'F=FIM): '.
           ACCEPT WK-ACAO.

           MOVE 'S' TO WK-ACAO-PERMITIDA.
           IF WK-ACAO EQUAL 'C' OR WK-ACAO EQUAL 'R'
               PERFORM 2800-CONFERIR-PERMISSAO
           END-IF.

           IF WK-ACAO-PERMITIDA EQUAL 'S'
               IF WK-ACAO EQUAL 'C'
                   PERFORM 2100-CONSULTAR-FILA
               ELSE
                   IF WK-ACAO EQUAL 'R'
                       PERFORM 2200-REGISTRAR-CONTATO
                   ELSE
                       IF WK-ACAO NOT EQUAL 'F'
                           DISPLAY 'ACAO INVALIDA: ' WK-ACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONSULTAR-FILA - exibe a fila do dia do cobrador, na ordem de
      * prioridade gerada pelo CBLZMW26, com telefone e e-mail.
      *-----------------------------------------------------------------
       2100-CONSULTAR-FILA SECTION.
           MOVE 'N' TO WK-FIM-FILA.
           MOVE ZEROS TO WK-QTD-FILA.

           OPEN INPUT FILA.
           IF WK-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-F
                   ' FILACOBRANCA'
               DISPLAY 'FILA DO DIA NAO GERADA - EXECUTE O CBLZMW26'
           ELSE
               PERFORM 2110-LER-FILA
                   UNTIL WK-FIM-FILA EQUAL 'S'
               CLOSE FILA
               IF WK-QTD-FILA EQUAL ZEROS
                   DISPLAY 'NENHUM DEVEDOR NA FILA DO COBRADOR '
                       WK-OPE-ID
               ELSE
                   DISPLAY 'DEVEDORES NA FILA: ' WK-QTD-FILA
               END-IF
           END-IF.

       2100-CONSULTAR-FILA-FIM.
           EXIT.

       2110-LER-FILA SECTION.
           READ FILA INTO WK-REG-FILA.
           IF WK-STATUS-F EQUAL 10
               MOVE 'S' TO WK-FIM-FILA
           ELSE
               IF WK-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO DE LEITURA DE ARQUIVO ' WK-STATUS-F
                       ' FILACOBRANCA'
                   MOVE 'S' TO WK-FIM-FILA
               ELSE
                   IF FIL-COBRADOR EQUAL WK-OPE-ID
                       ADD 1 TO WK-QTD-FILA
                       IF WK-QTD-FILA EQUAL 1
                           DISPLAY 'FILA DE ' FIL-DATA
                       END-IF
                       MOVE FIL-VATU TO WK-VATU-EDIT
                       DISPLAY ' '
                       DISPLAY FIL-SEQ ' ' FIL-CNPJ ' FAIXA '
                           FIL-FAIXA ' ' WK-VATU-EDIT ' ' FIL-RAZAO
                       DISPLAY '      FONE ' FIL-FONE ' E-MAIL '
                           FIL-EMAIL
                       IF FIL-CLASSE EQUAL 'Q'
                           DISPLAY '      PROMESSA QUEBRADA - '
                               'RETOMAR O CONTATO'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-LER-FILA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRAR-CONTATO - registra o contato do cobrador com o
      * devedor do CNPJ informado, que precisa existir no mestre
      * (situacao diferente de INADIMPLENTE so alerta). Resultado N
      * nao atendeu, P promessa - com data prometida a partir de hoje
      * e valor ate o valor em aberto no mestre - ou R recusou, e uma
      * observacao livre. O contato validado vai para o log de
      * manutencao antes de gravado; a gravacao que falha tambem (RF).
      *-----------------------------------------------------------------
       2200-REGISTRAR-CONTATO SECTION.
           MOVE 'S' TO WK-ENTRADA-VALIDA.

           IF WK-MESTRE-OK NOT EQUAL 'S'
               DISPLAY 'Mestre.dat INDISPONIVEL - CONTATO RECUSADO'
               MOVE 'N' TO WK-ENTRADA-VALIDA
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               DISPLAY 'CNPJ (14 DIGITOS): '
               ACCEPT WK-ENT-CNPJ-ALFA
               IF WK-ENT-CNPJ-ALFA NOT NUMERIC
                   OR WK-ENT-CNPJ EQUAL ZEROS
                   DISPLAY 'CNPJ INVALIDO: ' WK-ENT-CNPJ-ALFA
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               END-IF
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               MOVE WK-ENT-CNPJ TO MST-CNPJ
               READ MESTRE
               IF WK-STATUS-M NOT EQUAL ZEROS
                   DISPLAY 'CNPJ NAO CADASTRADO NO MESTRE: '
                       WK-ENT-CNPJ
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               ELSE
                   MOVE MST-VALO TO WK-VAL-EDIT
                   DISPLAY 'VALOR EM ABERTO..: ' WK-VAL-EDIT
                   IF MST-SITU NOT EQUAL WK-SITU-INADIMPLENTE
                       DISPLAY 'ALERTA: DEVEDOR FORA DA SITUACAO '
                           'INADIMPLENTE - SITUACAO ' MST-SITU
                   END-IF
               END-IF
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               DISPLAY 'RESULTADO (N=NAO ATENDEU  P=PROMESSA  '
                   'R=RECUSOU): '
               ACCEPT WK-ENT-RESULTADO
               IF WK-ENT-RESULTADO NOT EQUAL 'N'
                   AND WK-ENT-RESULTADO NOT EQUAL 'P'
                   AND WK-ENT-RESULTADO NOT EQUAL 'R'
                   DISPLAY 'RESULTADO INVALIDO: ' WK-ENT-RESULTADO
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               END-IF
           END-IF.

           MOVE ZEROS TO CTT-PROM-DATA
                         CTT-PROM-VALO.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               AND WK-ENT-RESULTADO EQUAL 'P'
               PERFORM 2210-ACEITAR-PROMESSA
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               DISPLAY 'OBSERVACAO (ATE 40 POSICOES): '
               MOVE SPACES TO WK-ENT-OBS
               ACCEPT WK-ENT-OBS
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               ACCEPT WK-HORA-SYS FROM TIME
               MOVE WK-DATA-SYS-NUM TO CTT-DATA
               MOVE WK-HORA-SYS (1:6) TO CTT-HORA
               MOVE WK-OPE-ID TO CTT-COBRADOR
               MOVE WK-ENT-CNPJ TO CTT-CNPJ
               MOVE WK-ENT-RESULTADO TO CTT-RESULTADO
               MOVE WK-ENT-OBS TO CTT-OBS

               MOVE 'CT' TO WK-LOG-TIPO
               MOVE WK-ENT-CNPJ TO WK-LOG-CHAVE
               MOVE SPACES TO WK-LOG-ANTES
               MOVE WK-REG-CONTATO TO WK-LOG-DEPOIS

               PERFORM 2860-REGISTRAR-ALTERACAO

               IF WK-LOG-GRAVADO EQUAL 'S'
                   PERFORM 2300-GRAVAR-CONTATO
               END-IF
           END-IF.

       2200-REGISTRAR-CONTATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ACEITAR-PROMESSA - pede a data prometida (valida e nao
      * anterior a hoje) e o valor prometido (maior que zero e ate o
      * valor em aberto no mestre).
      *-----------------------------------------------------------------
       2210-ACEITAR-PROMESSA SECTION.
           DISPLAY 'DATA PROMETIDA (AAAAMMDD): '.
           ACCEPT WK-ENT-DATA-ALFA.
           PERFORM 2220-VALIDAR-DATA.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               IF WK-ENT-DATA-NUM LESS WK-DATA-SYS-NUM
                   DISPLAY 'DATA PROMETIDA ANTERIOR A HOJE: '
                       WK-ENT-DATA-ALFA
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               ELSE
                   MOVE WK-ENT-DATA-NUM TO CTT-PROM-DATA
               END-IF
           END-IF.

           IF WK-ENTRADA-VALIDA EQUAL 'S'
               DISPLAY 'VALOR PROMETIDO (15 DIGITOS, 2 DECIMAIS '
                   'SEM VIRGULA): '
               ACCEPT WK-ENT-VALOR-ALFA
               IF WK-ENT-VALOR-ALFA NOT NUMERIC
                   OR WK-ENT-VALOR EQUAL ZEROS
                   DISPLAY 'VALOR INVALIDO: ' WK-ENT-VALOR-ALFA
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               ELSE
                   IF WK-ENT-VALOR GREATER MST-VALO
                       DISPLAY 'VALOR PROMETIDO MAIOR QUE O VALOR EM '
                           'ABERTO'
                       MOVE 'N' TO WK-ENTRADA-VALIDA
                   ELSE
                       MOVE WK-ENT-VALOR TO CTT-PROM-VALO
                   END-IF
               END-IF
           END-IF.

       2210-ACEITAR-PROMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDAR-DATA - confere a data digitada em WK-ENT-DATA-ALFA.
      *-----------------------------------------------------------------
       2220-VALIDAR-DATA SECTION.
           IF WK-ENT-DATA-ALFA NOT NUMERIC
               DISPLAY 'DATA INVALIDA: ' WK-ENT-DATA-ALFA
               MOVE 'N' TO WK-ENTRADA-VALIDA
           ELSE
               IF WK-ENT-DATA-MES LESS 01
                   OR WK-ENT-DATA-MES GREATER 12
                   OR WK-ENT-DATA-DIA LESS 01
                   OR WK-ENT-DATA-DIA GREATER 31
                   DISPLAY 'DATA INVALIDA: ' WK-ENT-DATA-ALFA
                   MOVE 'N' TO WK-ENTRADA-VALIDA
               END-IF
           END-IF.

       2220-VALIDAR-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVAR-CONTATO - acrescenta o contato em Contatos.dat e, na
      * promessa, a promessa aberta em Promessas.dat (arquivos criados
      * se ainda nao existem). A gravacao que falha vai para o log
      * (RF) - o status e conferido logo apos o WRITE, antes do CLOSE
      * - e contato nao gravado nao grava a promessa.
      *-----------------------------------------------------------------
       2300-GRAVAR-CONTATO SECTION.
           OPEN EXTEND CONTATOS.
           IF WK-STATUS-T EQUAL 35
               OPEN OUTPUT CONTATOS
           END-IF.

           MOVE 'N' TO WK-GRAVACAO-OK.
           IF WK-STATUS-T EQUAL ZEROS
               MOVE WK-REG-CONTATO TO FL-CONTATOS-ARQ
               WRITE FL-CONTATOS-ARQ
               IF WK-STATUS-T EQUAL ZEROS
                   MOVE 'S' TO WK-GRAVACAO-OK
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO DE ARQUIVO ' WK-STATUS-T
                       ' CONTATOS'
               END-IF
               CLOSE CONTATOS
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-T
                   ' CONTATOS'
           END-IF.

           IF WK-GRAVACAO-OK NOT EQUAL 'S'
               MOVE 'RF' TO WK-LOG-TIPO
               MOVE SPACES TO WK-LOG-ANTES
               MOVE 'GRAVACAO DE Contatos.dat FALHOU'
                   TO WK-LOG-DEPOIS
               PERFORM 2850-GRAVAR-LOG
           ELSE
               DISPLAY 'CONTATO REGISTRADO: ' CTT-CNPJ ' '
                   CTT-RESULTADO
               IF CTT-RESULTADO EQUAL 'P'
                   PERFORM 2310-GRAVAR-PROMESSA
               END-IF
           END-IF.

       2300-GRAVAR-CONTATO-FIM.
           EXIT.

       2310-GRAVAR-PROMESSA SECTION.
           MOVE CTT-CNPJ TO PRM-CNPJ.
           MOVE CTT-COBRADOR TO PRM-COBRADOR.
           MOVE CTT-DATA TO PRM-DATA.
           MOVE CTT-PROM-DATA TO PRM-DATA-PROM.
           MOVE CTT-PROM-VALO TO PRM-VALO-PROM.
           MOVE ZEROS TO PRM-VALO-PAGO
                         PRM-DATA-AVAL
                         PRM-DATA-CONF.
           MOVE 'A' TO PRM-STATUS.
           MOVE SPACE TO PRM-RETOMADA.

           OPEN EXTEND PROMESSAS.
           IF WK-STATUS-R EQUAL 35
               OPEN OUTPUT PROMESSAS
           END-IF.

           MOVE 'N' TO WK-GRAVACAO-OK.
           IF WK-STATUS-R EQUAL ZEROS
               MOVE WK-REG-PROMESSA TO FL-PROMESSAS-ARQ
               WRITE FL-PROMESSAS-ARQ
               IF WK-STATUS-R EQUAL ZEROS
                   MOVE 'S' TO WK-GRAVACAO-OK
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO DE ARQUIVO ' WK-STATUS-R
                       ' PROMESSAS'
               END-IF
               CLOSE PROMESSAS
           ELSE
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVO ' WK-STATUS-R
                   ' PROMESSAS'
           END-IF.

           IF WK-GRAVACAO-OK NOT EQUAL 'S'
               MOVE 'RF' TO WK-LOG-TIPO
               MOVE SPACES TO WK-LOG-ANTES
               MOVE 'GRAVACAO DE Promessas.dat FALHOU'
                   TO WK-LOG-DEPOIS
               PERFORM 2850-GRAVAR-LOG
           ELSE
               MOVE PRM-VALO-PROM TO WK-VAL-EDIT
               DISPLAY 'PROMESSA REGISTRADA PARA ' PRM-DATA-PROM
                   ' - ' WK-VAL-EDIT
           END-IF.

       2310-GRAVAR-PROMESSA-FIM.
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
      * WK-LOG-GRAVADO diz se o contato pode ser registrado.
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
               MOVE 'CBLZMW27' TO LOG-PROG
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
      * REGISTRAR-ALTERACAO - grava no log o contato montado em
      * WK-LOG-CONTROLE, antes de registrado, e conta o contato da
      * sessao; sem o lancamento gravado o contato e recusado.
      *-----------------------------------------------------------------
       2860-REGISTRAR-ALTERACAO SECTION.
           PERFORM 2850-GRAVAR-LOG.

           IF WK-LOG-GRAVADO EQUAL 'S'
               ADD 1 TO WK-LOG-ALTERACOES
           ELSE
               DISPLAY 'CONTATO RECUSADO - LOG DE MANUTENCAO '
                   'INDISPONIVEL'
           END-IF.

       2860-REGISTRAR-ALTERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FINALIZAR
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           IF WK-MESTRE-OK EQUAL 'S'
               CLOSE MESTRE
           END-IF.

           CLOSE LOGMANUT.

           DISPLAY 'CONTATOS REGISTRADOS NA SESSAO: ' WK-LOG-ALTERACOES.

           DISPLAY 'Processo concluido.'

           STOP RUN.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZMW27.
