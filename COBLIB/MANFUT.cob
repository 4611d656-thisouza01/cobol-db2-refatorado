      *   OPERACAO  X(01)  L=LISTA PENDENTES           *
      *                    C=CANCELA  M=MUDA A DATA    *
      *   SEQ       9(09)  (SO EM C E M)               *
      *   CODFUN    X(07)  (FILTRO OPCIONAL DA LISTA)  *
      *   DATA INI  X(11)  DD/MM/AAAA - FILTRO DA      *
      *                    LISTA OU NOVA DATA EM M     *
      *   DATA FIM  X(11)  DD/MM/AAAA (SO NA LISTA)    *
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-SEQ               PIC X(09).
           05  RS-CODFUN            PIC X(07).
           05  RS-DATAINI           PIC X(11).
           05  RS-DATAFIM           PIC X(11).
      *
      *
       77  WK-FUT-SEQ                PIC 9(09)       VALUE ZEROS.
       77  WK-FUT-FUNCAO             PIC X(01)       VALUE SPACES.
       77  WK-FUT-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-FUT-APLICADA           PIC X(01)       VALUE SPACES.
       77  WK-FUT-DATA               PIC X(10)       VALUE SPACES.
      *
      *    FILTROS DA LISTA - EM BRANCO, O FILTRO NAO SE APLICA.
       77  WK-CODFUN-FILTRO          PIC X(07)       VALUE SPACES.
       01  WK-FILTRO-INI-ISO.
           05  WK-FII-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
       EXEC SQL
           DECLARE CUR-PENDENTES CURSOR FOR
               SELECT SEQ, CHAR(DATAEFETIVA, ISO), FUNCAO,
                      SUBSTR(DADOS1, 2, 7)
                 FROM EAD719.TRANSFUT
                WHERE APLICADA = 'N'
                  AND (:WK-CODFUN-FILTRO = ' '
                       OR SUBSTR(DADOS1, 2, 7) = :WK-CODFUN-FILTRO)
                  AND (:WK-FILTRO-INI-ISO = ' '
                       OR DATAEFETIVA >= DATE(:WK-FILTRO-INI-ISO))
                  AND (:WK-FILTRO-FIM-ISO = ' '
          ELSE
             MOVE RS-SEQ TO WK-FUT-SEQ
             EXEC SQL
                SELECT FUNCAO, SUBSTR(DADOS1, 2, 7), APLICADA,
                       CHAR(DATAEFETIVA, ISO)
                  INTO :WK-FUT-FUNCAO, :WK-FUT-CODFUN,
                       :WK-FUT-APLICADA, :WK-FUT-DATA
