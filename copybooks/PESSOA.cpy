      * Unified person master record (CADPESSOAS.TXT), consolidating
      * the old DBREGISTROSIDADE / DBREGISTROS / DBREGISTROSHOMEMMULHE
      * files. Built by MERGE_CADPESSOAS and read by VERIFICA_IDADE,
      * ALTURA_MAIOR and HOMEM_OU_MULHER, maintained online by
      * MANUTENCAO_PESSOAS. Programs take it with
      * COPY PESSOA REPLACING LEADING ==PES== BY ==<prefix>==.
      *----------------------------------------------------------------*
       01  REG-PESSOA.
