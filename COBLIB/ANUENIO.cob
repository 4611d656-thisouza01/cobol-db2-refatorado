       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
       77  WK-QTDE-PROGREDIDA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FORA-FAIXA        PIC 9(05)       VALUE ZEROS.
      *
      *    LIVRO DE RESTART (EAD719.RESTARTC): ULTIMO CODFUN
      *    CONFIRMADO, GRAVADO A CADA BLOCO - A RERODADA APOS UM
      *    ABEND RETOMA DEPOIS DELE, SEM PROGRESSAO EM DOBRO.
       77  WK-REST-CODFUN            PIC X(07)       VALUE SPACES.
       77  WK-EM-RESTART             PIC X           VALUE 'N'.
           88  EM-RESTART                            VALUE 'S'.
       77  WK-FREQ-CHECKPOINT        PIC 9(03)       VALUE 50.

          CALL "VALSALAR" USING WK-SALARIO-NOVO,
                                DB2-CARGOFUN,
                                WK-SINDFUN-VALSAL,
                                WK-SALARIO-VALIDO.

          IF   NOT SALARIO-VALIDO
