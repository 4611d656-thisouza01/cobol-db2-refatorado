      * FAZ A ARITMETICA DE DIAS UTEIS USADA PELO      *
      * FERAGEND (INICIO DE GOZO) E PELO TERMINA       *
      * (PRAZO DO AVISO) - AS REGRAS DA CLT DEIXAM DE  *
      * SER CEGAS A FIM DE SEMANA E FERIADO. FERIADO   *
      * MUNICIPAL LEVA O CODIGO IBGE DO MUNICIPIO E SO *
      * VALE PARA OS DEPARTAMENTOS CUJO ESTABELECI-    *
      * MENTO (MANFILIA) FICA NELE.                    *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI E=EXCLUI           *
      *   EMPRESA   X(03)  (BRANCO = NACIONAL)         *
      *   DATA      X(10)  DD/MM/AAAA                  *
      *   DESCRICAO X(30)                              *
      *   MUNICIPIO X(07)  CODIGO IBGE (BRANCO = NAO E *
      *                    FERIADO MUNICIPAL)          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RS-EMPRESA           PIC X(03).
           05  RS-DATA              PIC X(10).
           05  RS-DESCRICAO         PIC X(30).
           05  RS-MUNICIPIO         PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATA ' RS-DATA ' INVALIDA - FERIADO '
                        'RECUSADO'
             WHEN RS-MUNICIPIO NOT = SPACES
                  AND RS-MUNICIPIO NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'MUNICIPIO ' RS-MUNICIPIO ' INVALIDO - '
                        'FERIADO RECUSADO'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.FERIADOS
                      (EMPRESA, DATAFERIADO, DESCRICAO, CODMUNIC)
                      VALUES (:RS-EMPRESA, :RS-DATA, :RS-DESCRICAO,
                              :RS-MUNICIPIO)
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'FERIADO DE ' RS-DATA ' JA EXISTE '
                              'PARA A EMPRESA ' RS-EMPRESA
                              ' E MUNICIPIO ' RS-MUNICIPIO
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
             DELETE FROM EAD719.FERIADOS
              WHERE EMPRESA     = :RS-EMPRESA
                AND DATAFERIADO = :RS-DATA
                AND COALESCE(CODMUNIC, ' ') = :RS-MUNICIPIO
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
