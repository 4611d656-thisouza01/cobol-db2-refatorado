      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  L=LISTA PENDENTES            *
      *                   A=APROVA  R=REJEITA          *
      *   CODFUN   X(07)  (EM BRANCO NA LISTA)         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
      *    DELEGACAO DE GESTAO: GESTOR DO FUNCIONARIO, SITUACAO
      *    DELE E O DELEGADO VIGENTE (DATAS DA DELEGACA SAO TEXTO
      *    DD/MM/AAAA, COMPARADAS REORDENADAS PARA AAAAMMDD).
       77  WK-GESTOR-FUNC            PIC X(07)       VALUE SPACES.
       77  WK-STATUS-GESTOR          PIC X(01)       VALUE SPACES.
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
