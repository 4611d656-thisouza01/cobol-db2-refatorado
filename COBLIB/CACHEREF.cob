       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           CACHEREF.
      *****************************************************
      * CACHE EM MEMORIA DAS TABELAS DE REFERENCIA QUE OS *
      * VALxxxx CONSULTAM A CADA TRANSACAO DO LOTE:       *
      *   D DEPARTAMENTOS  (VALDEPTO)                     *
      *   G CARGOS E FAIXA DO CARGO (VALCARGO, VALSALAR)  *
      *   E EAD719.EMPRESA (VALEMPRE)                     *
      *   M DOMINIOOK      (VALEMAIL)                     *
      *   F FAIXASAL VIGENTE (VALSALAR)                   *
      *   P PERMISSOES DO USUARIO CORRENTE (VALPERM)      *
      * O PROGMAIN CARREGA TUDO UMA VEZ NO INICIO DO LOTE *
      * (OPERACAO C) E RECARREGA A TABELA QUE UMA         *
      * TRANSACAO DO PROPRIO LOTE ALTEROU (OPERACAO R)    *
      * ANTES DA TRANSACAO SEGUINTE. A WORKING-STORAGE    *
      * DESTA SUBROTINA FICA VIVA ENTRE AS CHAMADAS DO    *
      * MESMO PASSO, E E ELA QUE OS VALxxxx COMPARTILHAM  *
      * PELA OPERACAO L. ENQUANTO NINGUEM CARREGA O CACHE *
      * (CICS E DEMAIS LOTES) OU SE UMA TABELA NAO COUBER *
      * NA MEMORIA OU DER ERRO NA CARGA, A CONSULTA VOLTA *
      * CR-INATIVO E O VALxxxx FAZ O SEU SELECT DE SEMPRE.*
      * AS TABELAS FICAM ORDENADAS PELA CHAVE (ORDEM DO   *
      * CURSOR) PARA A CONSULTA POR BUSCA BINARIA, COMO   *
      * NO EXTRORG. NAO FAZ COMMIT NEM ROLLBACK.          *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-CACHE-CARREGADO               PIC X(01)  VALUE 'N'.
           88  CACHE-CARREGADO                         VALUE 'S'.
       77  WK-SITUACAO-CARGA                PIC X(01)  VALUE SPACES.
           88  CARGA-EM-CURSO                          VALUE 'C'.
           88  CARGA-ESTOUROU                          VALUE 'E'.
       77  WK-NOME-TABELA                   PIC X(12)  VALUE SPACES.
       77  WK-QTDE-CONSULTAS                PIC 9(09)  VALUE ZEROS.
       77  WK-QTDE-RECARGAS                 PIC 9(05)  VALUE ZEROS.
      *
      *    AREAS DE FETCH DOS CURSORES DE CARGA.
       77  WK-DEPTOFUN                      PIC X(03)  VALUE SPACES.
       77  WK-CARGOFUN                      PIC X(04)  VALUE SPACES.
       77  WK-SALMIN                        PIC 9(6)V99 VALUE ZEROS.
       77  WK-SALMAX                        PIC 9(6)V99 VALUE ZEROS.
       77  WK-CODEMPRESA                    PIC X(03)  VALUE SPACES.
       77  WK-DOMINIO                       PIC X(30)  VALUE SPACES.
       77  WK-FUNCAO                        PIC X(01)  VALUE SPACES.
       77  WK-USERID-CORRENTE               PIC X(08)  VALUE SPACES.
      *
      *    CHAVES DE CONSULTA, NO TAMANHO DE CADA TABELA.
       77  WK-CHAVE-DEPTO                   PIC X(03)  VALUE SPACES.
       77  WK-CHAVE-CARGO                   PIC X(04)  VALUE SPACES.
       77  WK-CHAVE-EMPRESA                 PIC X(03)  VALUE SPACES.
       77  WK-CHAVE-DOMINIO                 PIC X(30)  VALUE SPACES.
       77  WK-CHAVE-FUNCAO                  PIC X(01)  VALUE SPACES.
      *
      *    DEPARTAMENTOS.
       77  WK-DEPTO-ATIVO                   PIC X(01)  VALUE 'N'.
           88  DEPTO-EM-CACHE                          VALUE 'S'.
       77  WK-QTDE-DEPTO                    PIC 9(05)  VALUE ZEROS.
       77  WK-LIMITE-DEPTO                  PIC 9(05)  VALUE 999.
       01  TAB-DEPTO.
           05  TD-ENTRADA                   OCCURS 1 TO 999 TIMES
                                            DEPENDING ON WK-QTDE-DEPTO
                                            ASCENDING KEY IS TD-DEPTOFUN
                                            INDEXED BY TD-IDX.
               10  TD-DEPTOFUN              PIC X(03).
      *
      *    CARGOS, COM A FAIXA SALARIAL PROPRIA DE CADA UM.
       77  WK-CARGO-ATIVO                   PIC X(01)  VALUE 'N'.
           88  CARGO-EM-CACHE                          VALUE 'S'.
       77  WK-QTDE-CARGO                    PIC 9(05)  VALUE ZEROS.
       77  WK-LIMITE-CARGO                  PIC 9(05)  VALUE 3000.
       01  TAB-CARGO.
           05  TG-ENTRADA                   OCCURS 1 TO 3000 TIMES
                                            DEPENDING ON WK-QTDE-CARGO
                                            ASCENDING KEY IS TG-CARGOFUN
                                            INDEXED BY TG-IDX.
               10  TG-CARGOFUN              PIC X(04).
               10  TG-SALMIN                PIC 9(6)V99.
               10  TG-SALMAX                PIC 9(6)V99.
      *
      *    EMPRESAS.
       77  WK-EMPRESA-ATIVO                 PIC X(01)  VALUE 'N'.
           88  EMPRESA-EM-CACHE                        VALUE 'S'.
       77  WK-QTDE-EMPRESA                  PIC 9(05)  VALUE ZEROS.
       77  WK-LIMITE-EMPRESA                PIC 9(05)  VALUE 200.
       01  TAB-EMPRESA.
           05  TE-ENTRADA                   OCCURS 1 TO 200 TIMES
                                          DEPENDING ON WK-QTDE-EMPRESA
                                          ASCENDING KEY IS TE-CODEMPRESA
                                            INDEXED BY TE-IDX.
               10  TE-CODEMPRESA            PIC X(03).
      *
      *    DOMINIOS DE EMAIL PERMITIDOS (GRAVADOS EM MAIUSCULAS).
       77  WK-DOMINIO-ATIVO                 PIC X(01)  VALUE 'N'.
           88  DOMINIO-EM-CACHE                        VALUE 'S'.
       77  WK-QTDE-DOMINIO                  PIC 9(05)  VALUE ZEROS.
       77  WK-LIMITE-DOMINIO                PIC 9(05)  VALUE 500.
       01  TAB-DOMINIO.
           05  TM-ENTRADA                   OCCURS 1 TO 500 TIMES
                                          DEPENDING ON WK-QTDE-DOMINIO
                                            ASCENDING KEY IS TM-DOMINIO
                                            INDEXED BY TM-IDX.
               10  TM-DOMINIO               PIC X(30).
      *
      *    FAIXA SALARIAL GENERICA VIGENTE NA CARGA. SEM NENHUMA
      *    FAIXA VIGENTE A CONSULTA VOLTA CR-NAO-ACHOU E O VALSALAR
      *    FICA COM OS SEUS VALORES-PADRAO, COMO NO SELECT DELE.
       77  WK-FAIXA-ATIVO                   PIC X(01)  VALUE 'N'.
           88  FAIXA-EM-CACHE                          VALUE 'S'.
       77  WK-FAIXA-ACHADA                  PIC X(01)  VALUE 'N'.
           88  FAIXA-ACHADA                            VALUE 'S'.
       77  WK-FAIXA-MINIMO                  PIC 9(6)V99 VALUE ZEROS.
       77  WK-FAIXA-MAXIMO                  PIC 9(6)V99 VALUE ZEROS.
      *
      *    FUNCOES PERMITIDAS AO USUARIO CORRENTE. COM A TABELA
      *    PERMISSOES INTEIRA VAZIA, TODA FUNCAO PASSA (MESMA REGRA
      *    DE MIGRACAO DO VALPERM).
       77  WK-PERM-ATIVO                    PIC X(01)  VALUE 'N'.
           88  PERM-EM-CACHE                           VALUE 'S'.
       77  WK-QTDE-PERM-TABELA              PIC 9(07)  VALUE ZEROS.
       77  WK-QTDE-PERM                     PIC 9(05)  VALUE ZEROS.
       77  WK-LIMITE-PERM                   PIC 9(05)  VALUE 100.
       01  TAB-PERM.
           05  TP-ENTRADA                   OCCURS 1 TO 100 TIMES
                                            DEPENDING ON WK-QTDE-PERM
                                            ASCENDING KEY IS TP-FUNCAO
                                            INDEXED BY TP-IDX.
               10  TP-FUNCAO                PIC X(01).
      *
           EXEC SQL
               DECLARE CUR-CACHE-DEPTO CURSOR FOR
                   SELECT DEPTOFUN
                     FROM EAD719.DEPARTAMENTOS
                    ORDER BY DEPTOFUN
           END-EXEC.
           EXEC SQL
               DECLARE CUR-CACHE-CARGO CURSOR FOR
                   SELECT CARGOFUN,
                          COALESCE(SALMINCARGO, 0),
                          COALESCE(SALMAXCARGO, 0)
                     FROM EAD719.CARGOS
                    ORDER BY CARGOFUN
           END-EXEC.
           EXEC SQL
               DECLARE CUR-CACHE-EMPRESA CURSOR FOR
                   SELECT CODEMPRESA
                     FROM EAD719.EMPRESA
                    ORDER BY CODEMPRESA
           END-EXEC.
           EXEC SQL
               DECLARE CUR-CACHE-DOMINIO CURSOR FOR
                   SELECT DISTINCT DOMINIO
                     FROM EAD719.DOMINIOOK
                    ORDER BY DOMINIO
           END-EXEC.
           EXEC SQL
               DECLARE CUR-CACHE-FAIXA CURSOR FOR
                   SELECT SALARIOMINIMO, SALARIOMAXIMO
                     FROM EAD719.FAIXASAL
                    WHERE DATAVIGENCIA NOT > CURRENT DATE
                    ORDER BY DATAVIGENCIA DESC
           END-EXEC.
           EXEC SQL
               DECLARE CUR-CACHE-PERM CURSOR FOR
                   SELECT DISTINCT FUNCAO
                     FROM EAD719.PERMISSOES
                    WHERE USERID = :WK-USERID-CORRENTE
                    ORDER BY FUNCAO
           END-EXEC.
      *
       LINKAGE                               SECTION.
           COPY CPYCACHE.
      *
       PROCEDURE                             DIVISION USING
                                                 CR-AREA.

       EVALUATE TRUE
           WHEN CR-OPER-CARREGA
               PERFORM CARREGA-TABELAS
           WHEN CR-OPER-RECARREGA
               PERFORM RECARREGA-TABELA
           WHEN CR-OPER-CONSULTA
               PERFORM CONSULTA-TABELA
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       IF   NOT CR-OPER-CONSULTA
           PERFORM DEVOLVE-ESTATISTICA
       END-IF.
       GOBACK.

       CARREGA-TABELAS.
           PERFORM CARREGA-DEPTO.
           PERFORM CARREGA-CARGO.
           PERFORM CARREGA-EMPRESA.
           PERFORM CARREGA-DOMINIO.
           PERFORM CARREGA-FAIXA.
           PERFORM CARREGA-PERMISSAO.
           MOVE ZEROS TO WK-QTDE-CONSULTAS WK-QTDE-RECARGAS.
           SET CACHE-CARREGADO TO TRUE.

       RECARREGA-TABELA.
      *    SO RECARREGA O QUE JA FOI CARREGADO - UM CHAMADOR QUE
      *    NUNCA LIGOU O CACHE NAO PASSA A TE-LO POR UMA RECARGA.
           IF   CACHE-CARREGADO
               ADD 1 TO WK-QTDE-RECARGAS
               EVALUATE TRUE
                   WHEN CR-TAB-DEPTO
                       PERFORM CARREGA-DEPTO
                   WHEN CR-TAB-CARGO
                       PERFORM CARREGA-CARGO
                   WHEN CR-TAB-EMPRESA
                       PERFORM CARREGA-EMPRESA
                   WHEN CR-TAB-DOMINIO
                       PERFORM CARREGA-DOMINIO
                   WHEN CR-TAB-FAIXASAL
                       PERFORM CARREGA-FAIXA
                   WHEN CR-TAB-PERMISSAO
                       PERFORM CARREGA-PERMISSAO
                   WHEN OTHER
                       PERFORM CARREGA-TABELAS
               END-EVALUATE
           END-IF.

       CARREGA-DEPTO.
           MOVE 'N'            TO WK-DEPTO-ATIVO.
           MOVE ZEROS          TO WK-QTDE-DEPTO.
           MOVE 'DEPARTAMENTO' TO WK-NOME-TABELA.
           SET CARGA-EM-CURSO  TO TRUE.
           EXEC SQL
               OPEN CUR-CACHE-DEPTO
           END-EXEC.
           IF   SQLCODE                     = 0
               PERFORM LE-DEPTO
                       UNTIL SQLCODE NOT = 0
                          OR CARGA-ESTOUROU
               IF   SQLCODE                 = 100
                   SET DEPTO-EM-CACHE TO TRUE
               ELSE
                   MOVE ZEROS               TO WK-QTDE-DEPTO
                   PERFORM AVISA-TABELA-FORA
               END-IF
               EXEC SQL
                   CLOSE CUR-CACHE-DEPTO
               END-EXEC
           ELSE
               PERFORM AVISA-TABELA-FORA
           END-IF.

       LE-DEPTO.
           EXEC SQL
               FETCH CUR-CACHE-DEPTO
                 INTO :WK-DEPTOFUN
           END-EXEC.
           IF   SQLCODE                     = 0
               IF   WK-QTDE-DEPTO       NOT < WK-LIMITE-DEPTO
                   SET CARGA-ESTOUROU TO TRUE
               ELSE
                   ADD 1 TO WK-QTDE-DEPTO
                   MOVE WK-DEPTOFUN TO TD-DEPTOFUN(WK-QTDE-DEPTO)
               END-IF
           END-IF.

       CARREGA-CARGO.
           MOVE 'N'            TO WK-CARGO-ATIVO.
           MOVE ZEROS          TO WK-QTDE-CARGO.
           MOVE 'CARGO'        TO WK-NOME-TABELA.
           SET CARGA-EM-CURSO  TO TRUE.
           EXEC SQL
               OPEN CUR-CACHE-CARGO
           END-EXEC.
           IF   SQLCODE                     = 0
               PERFORM LE-CARGO
                       UNTIL SQLCODE NOT = 0
                          OR CARGA-ESTOUROU
               IF   SQLCODE                 = 100
                   SET CARGO-EM-CACHE TO TRUE
               ELSE
                   MOVE ZEROS               TO WK-QTDE-CARGO
                   PERFORM AVISA-TABELA-FORA
               END-IF
               EXEC SQL
                   CLOSE CUR-CACHE-CARGO
               END-EXEC
           ELSE
               PERFORM AVISA-TABELA-FORA
           END-IF.

       LE-CARGO.
           EXEC SQL
               FETCH CUR-CACHE-CARGO
                 INTO :WK-CARGOFUN, :WK-SALMIN, :WK-SALMAX
           END-EXEC.
           IF   SQLCODE                     = 0
               IF   WK-QTDE-CARGO       NOT < WK-LIMITE-CARGO
                   SET CARGA-ESTOUROU TO TRUE
               ELSE
                   ADD 1 TO WK-QTDE-CARGO
                   MOVE WK-CARGOFUN TO TG-CARGOFUN(WK-QTDE-CARGO)
                   MOVE WK-SALMIN   TO TG-SALMIN(WK-QTDE-CARGO)
                   MOVE WK-SALMAX   TO TG-SALMAX(WK-QTDE-CARGO)
               END-IF
           END-IF.

       CARREGA-EMPRESA.
           MOVE 'N'            TO WK-EMPRESA-ATIVO.
           MOVE ZEROS          TO WK-QTDE-EMPRESA.
           MOVE 'EMPRESA'      TO WK-NOME-TABELA.
           SET CARGA-EM-CURSO  TO TRUE.
           EXEC SQL
               OPEN CUR-CACHE-EMPRESA
           END-EXEC.
           IF   SQLCODE                     = 0
               PERFORM LE-EMPRESA
                       UNTIL SQLCODE NOT = 0
                          OR CARGA-ESTOUROU
               IF   SQLCODE                 = 100
                   SET EMPRESA-EM-CACHE TO TRUE
               ELSE
                   MOVE ZEROS               TO WK-QTDE-EMPRESA
                   PERFORM AVISA-TABELA-FORA
               END-IF
               EXEC SQL
                   CLOSE CUR-CACHE-EMPRESA
               END-EXEC
           ELSE
               PERFORM AVISA-TABELA-FORA
           END-IF.

       LE-EMPRESA.
           EXEC SQL
               FETCH CUR-CACHE-EMPRESA
                 INTO :WK-CODEMPRESA
           END-EXEC.
           IF   SQLCODE                     = 0
               IF   WK-QTDE-EMPRESA     NOT < WK-LIMITE-EMPRESA
                   SET CARGA-ESTOUROU TO TRUE
               ELSE
                   ADD 1 TO WK-QTDE-EMPRESA
                   MOVE WK-CODEMPRESA
                        TO TE-CODEMPRESA(WK-QTDE-EMPRESA)
               END-IF
           END-IF.

       CARREGA-DOMINIO.
           MOVE 'N'            TO WK-DOMINIO-ATIVO.
           MOVE ZEROS          TO WK-QTDE-DOMINIO.
           MOVE 'DOMINIOOK'    TO WK-NOME-TABELA.
           SET CARGA-EM-CURSO  TO TRUE.
           EXEC SQL
               OPEN CUR-CACHE-DOMINIO
           END-EXEC.
           IF   SQLCODE                     = 0
               PERFORM LE-DOMINIO
                       UNTIL SQLCODE NOT = 0
                          OR CARGA-ESTOUROU
               IF   SQLCODE                 = 100
                   SET DOMINIO-EM-CACHE TO TRUE
               ELSE
                   MOVE ZEROS               TO WK-QTDE-DOMINIO
                   PERFORM AVISA-TABELA-FORA
               END-IF
               EXEC SQL
                   CLOSE CUR-CACHE-DOMINIO
               END-EXEC
           ELSE
               PERFORM AVISA-TABELA-FORA
           END-IF.

       LE-DOMINIO.
           EXEC SQL
               FETCH CUR-CACHE-DOMINIO
                 INTO :WK-DOMINIO
           END-EXEC.
           IF   SQLCODE                     = 0
               IF   WK-QTDE-DOMINIO     NOT < WK-LIMITE-DOMINIO
                   SET CARGA-ESTOUROU TO TRUE
               ELSE
                   ADD 1 TO WK-QTDE-DOMINIO
                   MOVE WK-DOMINIO TO TM-DOMINIO(WK-QTDE-DOMINIO)
               END-IF
           END-IF.

       CARREGA-FAIXA.
           MOVE 'N'            TO WK-FAIXA-ATIVO.
           MOVE 'N'            TO WK-FAIXA-ACHADA.
           MOVE 'FAIXASAL'     TO WK-NOME-TABELA.
           EXEC SQL
               OPEN CUR-CACHE-FAIXA
           END-EXEC.
           IF   SQLCODE                     = 0
               EXEC SQL
                   FETCH CUR-CACHE-FAIXA
                     INTO :WK-FAIXA-MINIMO, :WK-FAIXA-MAXIMO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET FAIXA-EM-CACHE TO TRUE
                       SET FAIXA-ACHADA   TO TRUE
                   WHEN 100
                       SET FAIXA-EM-CACHE TO TRUE
                   WHEN OTHER
                       PERFORM AVISA-TABELA-FORA
               END-EVALUATE
               EXEC SQL
                   CLOSE CUR-CACHE-FAIXA
               END-EXEC
           ELSE
               PERFORM AVISA-TABELA-FORA
           END-IF.

       CARREGA-PERMISSAO.
           MOVE 'N'            TO WK-PERM-ATIVO.
           MOVE ZEROS          TO WK-QTDE-PERM.
           MOVE 'PERMISSOES'   TO WK-NOME-TABELA.
           SET CARGA-EM-CURSO  TO TRUE.
           EXEC SQL
               VALUES (CURRENT SQLID) INTO :WK-USERID-CORRENTE
           END-EXEC.
           IF   SQLCODE                     = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-QTDE-PERM-TABELA
                     FROM EAD719.PERMISSOES
               END-EXEC
           END-IF.
           IF   SQLCODE                     = 0
               EXEC SQL
                   OPEN CUR-CACHE-PERM
               END-EXEC
           END-IF.
           IF   SQLCODE                     = 0
               PERFORM LE-PERMISSAO
                       UNTIL SQLCODE NOT = 0
                          OR CARGA-ESTOUROU
               IF   SQLCODE                 = 100
                   SET PERM-EM-CACHE TO TRUE
               ELSE
                   MOVE ZEROS               TO WK-QTDE-PERM
                   PERFORM AVISA-TABELA-FORA
               END-IF
               EXEC SQL
                   CLOSE CUR-CACHE-PERM
               END-EXEC
           ELSE
               PERFORM AVISA-TABELA-FORA
           END-IF.

       LE-PERMISSAO.
           EXEC SQL
               FETCH CUR-CACHE-PERM
                 INTO :WK-FUNCAO
           END-EXEC.
           IF   SQLCODE                     = 0
               IF   WK-QTDE-PERM        NOT < WK-LIMITE-PERM
                   SET CARGA-ESTOUROU TO TRUE
               ELSE
                   ADD 1 TO WK-QTDE-PERM
                   MOVE WK-FUNCAO TO TP-FUNCAO(WK-QTDE-PERM)
               END-IF
           END-IF.

       AVISA-TABELA-FORA.
           IF   CARGA-ESTOUROU
               DISPLAY 'CACHEREF: TABELA ' WK-NOME-TABELA
                       ' MAIOR QUE A AREA EM MEMORIA - CONSULTAS '
                       'DESTA TABELA VAO AO BANCO'
           ELSE
               DISPLAY 'CACHEREF: TABELA ' WK-NOME-TABELA
                       ' NAO CARREGADA - SQLCODE ' SQLCODE
                       ' - CONSULTAS DESTA TABELA VAO AO BANCO'
           END-IF.

       CONSULTA-TABELA.
           SET CR-INATIVO TO TRUE.
           EVALUATE TRUE
               WHEN CR-TAB-DEPTO     AND DEPTO-EM-CACHE
                   PERFORM CONSULTA-DEPTO
               WHEN CR-TAB-CARGO     AND CARGO-EM-CACHE
                   PERFORM CONSULTA-CARGO
               WHEN CR-TAB-EMPRESA   AND EMPRESA-EM-CACHE
                   PERFORM CONSULTA-EMPRESA
               WHEN CR-TAB-DOMINIO   AND DOMINIO-EM-CACHE
                   PERFORM CONSULTA-DOMINIO
               WHEN CR-TAB-FAIXASAL  AND FAIXA-EM-CACHE
                   PERFORM CONSULTA-FAIXA
               WHEN CR-TAB-PERMISSAO AND PERM-EM-CACHE
                   PERFORM CONSULTA-PERMISSAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF   NOT CR-INATIVO
               ADD 1 TO WK-QTDE-CONSULTAS
           END-IF.

       CONSULTA-DEPTO.
           SET CR-NAO-ACHOU TO TRUE.
           MOVE CR-CHAVE TO WK-CHAVE-DEPTO.
           IF   WK-QTDE-DEPTO               > ZEROS
               SEARCH ALL TD-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TD-DEPTOFUN(TD-IDX) = WK-CHAVE-DEPTO
                       SET CR-ACHOU TO TRUE
               END-SEARCH
           END-IF.

       CONSULTA-CARGO.
           SET CR-NAO-ACHOU TO TRUE.
           MOVE ZEROS    TO CR-VALOR-MIN CR-VALOR-MAX.
           MOVE CR-CHAVE TO WK-CHAVE-CARGO.
           IF   WK-QTDE-CARGO               > ZEROS
               SEARCH ALL TG-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TG-CARGOFUN(TG-IDX) = WK-CHAVE-CARGO
                       SET CR-ACHOU TO TRUE
                       MOVE TG-SALMIN(TG-IDX) TO CR-VALOR-MIN
                       MOVE TG-SALMAX(TG-IDX) TO CR-VALOR-MAX
               END-SEARCH
           END-IF.

       CONSULTA-EMPRESA.
           SET CR-NAO-ACHOU TO TRUE.
           MOVE CR-CHAVE TO WK-CHAVE-EMPRESA.
           IF   WK-QTDE-EMPRESA             > ZEROS
               SEARCH ALL TE-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TE-CODEMPRESA(TE-IDX) = WK-CHAVE-EMPRESA
                       SET CR-ACHOU TO TRUE
               END-SEARCH
           END-IF.

       CONSULTA-DOMINIO.
      *    MESMA COMPARACAO CASE-INSENSITIVE DO SELECT DO VALEMAIL.
           SET CR-NAO-ACHOU TO TRUE.
           MOVE CR-CHAVE TO WK-CHAVE-DOMINIO.
           INSPECT WK-CHAVE-DOMINIO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF   WK-QTDE-DOMINIO             > ZEROS
               SEARCH ALL TM-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TM-DOMINIO(TM-IDX)  = WK-CHAVE-DOMINIO
                       SET CR-ACHOU TO TRUE
               END-SEARCH
           END-IF.

       CONSULTA-FAIXA.
           IF   FAIXA-ACHADA
               SET CR-ACHOU TO TRUE
               MOVE WK-FAIXA-MINIMO TO CR-VALOR-MIN
               MOVE WK-FAIXA-MAXIMO TO CR-VALOR-MAX
           ELSE
               SET CR-NAO-ACHOU TO TRUE
           END-IF.

       CONSULTA-PERMISSAO.
           SET CR-NAO-ACHOU TO TRUE.
           MOVE CR-CHAVE TO WK-CHAVE-FUNCAO.
           IF   WK-QTDE-PERM-TABELA         = ZEROS
               SET CR-ACHOU TO TRUE
           ELSE
               IF   WK-QTDE-PERM            > ZEROS
                   SEARCH ALL TP-ENTRADA
                       AT END
                           CONTINUE
                       WHEN TP-FUNCAO(TP-IDX) = WK-CHAVE-FUNCAO
                           SET CR-ACHOU TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       DEVOLVE-ESTATISTICA.
      *    TOTAIS PARA AS METRICAS DO LOTE: LINHAS HOJE EM MEMORIA,
      *    CONSULTAS RESPONDIDAS SEM IR AO BANCO E RECARGAS.
           COMPUTE CR-QTDE-LINHAS = WK-QTDE-DEPTO
                                  + WK-QTDE-CARGO
                                  + WK-QTDE-EMPRESA
                                  + WK-QTDE-DOMINIO
                                  + WK-QTDE-PERM.
           IF   FAIXA-ACHADA
               ADD 1 TO CR-QTDE-LINHAS
           END-IF.
           MOVE WK-QTDE-CONSULTAS TO CR-QTDE-CONSULTAS.
           MOVE WK-QTDE-RECARGAS  TO CR-QTDE-RECARGAS.
