      *-----------------------------------------------------------------
      * Copybook: CBOPEREG
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Layout do registro do arquivo de operadores
      *          (Operadores.dat, LINE SEQUENTIAL, mantido pela
      *          seguranca da informacao como as demais tabelas de
      *          parametro). Um registro por operador e programa de
      *          manutencao via console (CBLZMW05, CBLZMW10, CBLZMW13,
      *          CBLZMW17 e CBLZMW27): o programa so aceita a entrada do
      *          operador que tenha registro ativo para ele com a
      *          senha digitada, e so executa as acoes cujas letras
      *          constem de OPE-ACOES (ex. 'IE' no CBLZMW05 inclui e
      *          expira; 'C' no CBLZMW10 so consulta; 'CR' no
      *          CBLZMW27 consulta a fila e registra contatos - o
      *          operador do CBLZMW27 e o cobrador de mesma
      *          identificacao em Cobradores.dat). A acao F
      *          (fim) e sempre permitida. Campos:
      *            OPE-ID     identificacao do operador
      *            OPE-SENHA  senha do operador
      *            OPE-PROG   programa a que o registro da acesso
      *            OPE-ACOES  letras das acoes permitidas no programa
      *            OPE-ATIVO  S ativo, N bloqueado
      *            OPE-NOME   nome do operador
      * Updates:
      * 15/10/2026 - Marcelo - Create Copybook
      * 15/10/2026 - Marcelo - CBLZMW27 (contatos da cobranca interna)
      *              entre os programas de manutencao via console.
      *-----------------------------------------------------------------
       01 WK-REG-OPERADOR.
           02 OPE-ID    PIC X(08).
           02 OPE-SENHA PIC X(08).
           02 OPE-PROG  PIC X(08).
           02 OPE-ACOES PIC X(10).
           02 OPE-ATIVO PIC X(01).
           02 OPE-NOME  PIC X(30).
