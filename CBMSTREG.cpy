      *              validacao de transicao de situacao: a mudanca
      *              que exige retorno so e aceita com retorno
      *              postado desde a ultima execucao.
      * 15/10/2026 - Marcelo - Toda alteracao do registro (inclusao,
      *              regravacao ou exclusao) passa a ser precedida do
      *              lancamento no jornal do mestre (JornalMestre.log,
      *              copybook CBJMSREG) com a imagem antes e depois,
      *              base da recuperacao pelo CBLZMW23.
      *-----------------------------------------------------------------
       01 FL-MESTRE-ARQ.
           02 MST-CNPJ       PIC 9(14).
