      *    WORKING-STORAGE SECTION, antes dele, para o precompilador
      *    resolver (uma host variable da LINKAGE SECTION, declarada
      *    so mais adiante no fonte, nao pode ser referenciada aqui).
       77  WK-CODFUN-ACCEPT          PIC X(07)  VALUE SPACES.
      *
       EXEC SQL
           DECLARE CUR-ULTHIST CURSOR FOR
       77  WK-SALARIO-EDITADO        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  DB2-NASCFUN               PIC X(11)  VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)  VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)  VALUE SPACES.
       77  DB2-BANCOFUN              PIC X(03)  VALUE SPACES.
       77  DB2-AGENCIAFUN            PIC X(04)  VALUE SPACES.
       77  DB2-CONTAFUN              PIC X(08)  VALUE SPACES.
       COPY CPYLASTU.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN-ACCEPT          PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN-ACCEPT,
                       PERFORM TRATA-TENTATIVA-RETRY
                   END-PERFORM
               WHEN 'GESTOR'
                   MOVE DB2-HIST-ANTIGO(1:7)  TO DB2-GESTOR
                   PERFORM UNTIL
                           WK-SQL-TENTATIVA NOT < WK-SQL-MAX-TENTATIVAS
                       EXEC SQL
