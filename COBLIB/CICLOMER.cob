      *   GESTOR, CODFUN, NOME, SALARIO, POSICAO NA    *
      *   FAIXA (%), DATA DO ULTIMO AUMENTO            *
      * PLANILHA DEVOLVIDA (MERITIN):                  *
      *   CODFUN X(07) + PERCENTUAL X(05) 999V99       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-PLANILHA.
       01  REG-PLANILHA.
           05  RP-GESTOR            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RP-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RP-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05  RR-CODFUN            PIC X(07).
           05  RR-PERCENTUAL        PIC X(05).
      *
       FD  ARQ-REJEITADAS.
       01  REG-REJEITADAS.
           05  RJ-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RJ-PERCENTUAL        PIC X(05).
           05  FILLER               PIC X(02)       VALUE SPACES.
                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
      *
       77  WK-FASE                   PIC X(06)       VALUE 'GERA  '.
           88  FASE-GERA                             VALUE 'GERA  '.
           88  FASE-APLICA                           VALUE 'APLICA'.
       77  WK-VERBA-PERC             PIC 9(02)       VALUE 5.
      *
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  WK-EOF-RETORNO            PIC X           VALUE 'N'.
           88  FIM-RETORNO                           VALUE 'S'.

          CALL "VALSALAR" USING WK-SALARIO-NOVO,
                                DB2-CARGOFUN,
                                WK-SINDFUN-VALSAL,
                                WK-SALARIO-VALIDO.
          IF   NOT SALARIO-VALIDO
             MOVE 'PROPOSTA FORA DA FAIXA DO CARGO' TO RJ-MOTIVO
