       PROGRAM-ID.                   EXCDEPTO.
      ****************************************
      * PROGRAMA DE EXCLUSAO DE DEPARTAMENTO *
      * - RECUSADA ENQUANTO HOUVER OUTRO     *
      * DEPARTAMENTO QUE O TENHA COMO PAI    *
      * (DEPTOPAI).                          *
      ****************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
      * EMPRESADEP nao consta do CPYDEPTO - host variable local,
      * como nos demais programas que a usam.
       77  DB2-DEPTO-EMPRESA         PIC X(03)  VALUE SPACES.
       77  DB2-DEPTO-FILIAL          PIC X(04)  VALUE SPACES.
       77  DB2-DEPTO-PAI             PIC X(03)  VALUE SPACES.
       77  WK-QTDE-FILHOS            PIC 9(04)  VALUE ZEROS.
      *
       LINKAGE                       SECTION.
       01  LK-DEPTO-COD              PIC X(03).

      *    O CADASTRO CORRENTE VAI PARA O HISTORICO - E O QUE
      *    PERMITE DESFAZER UMA EXCLUSAO ACIDENTAL (REVERTDEP),
      *    INCLUSIVE A EMPRESA E O ESTABELECIMENTO DO DEPARTAMENTO.
           MOVE SPACES TO DB2-DEPTO-DESC.
           MOVE ZEROS  TO DB2-DEPTO-LIMITE.
           MOVE SPACES TO DB2-DEPTO-EMPRESA.
           MOVE SPACES TO DB2-DEPTO-FILIAL.
           MOVE SPACES TO DB2-DEPTO-PAI.
           EXEC SQL
               SELECT DESCDEPTO, LIMITEFUN,
                      COALESCE(EMPRESADEP, ' '),
                      COALESCE(FILIALDEP, ' '),
                      COALESCE(DEPTOPAI, ' ')
                 INTO :DB2-DEPTO-DESC, :DB2-DEPTO-LIMITE,
                      :DB2-DEPTO-EMPRESA, :DB2-DEPTO-FILIAL,
                      :DB2-DEPTO-PAI
                 FROM EAD719.DEPARTAMENTOS
                WHERE DEPTOFUN = :DB2-DEPTO-COD
           END-EXEC.

      *    UM PAI NAO SAI ENQUANTO TIVER FILHOS - ELES FICARIAM
      *    APONTANDO PARA UM DEPARTAMENTO QUE NAO EXISTE.
           MOVE ZEROS TO WK-QTDE-FILHOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-QTDE-FILHOS
                 FROM EAD719.DEPARTAMENTOS
                WHERE DEPTOPAI = :DB2-DEPTO-COD
           END-EXEC.
           IF   WK-QTDE-FILHOS       > ZEROS
               DISPLAY 'DEPARTAMENTO ' DB2-DEPTO-COD ' E PAI DE '
                       WK-QTDE-FILHOS ' DEPARTAMENTO(S) - MUDE O '
                       'PAI DELES ANTES DE EXCLUIR!'
               GOBACK
           END-IF.

      *    UM DEADLOCK OU TIMEOUT (-911/-913) E TRATADO COMO
      *    TRANSITORIO: REPETE O MESMO DELETE ANTES DE DESISTIR.
           MOVE ZERO TO WK-SQL-TENTATIVA.
           EVALUATE SQLCODE
               WHEN 0
      *            VALOR NOVO DA LINHA DE EXCLUSAO: LIMITE NAS
      *            COLUNAS 1-4, EMPRESA NAS COLUNAS 6-8,
      *            ESTABELECIMENTO NAS COLUNAS 10-13 E PAI NAS
      *            COLUNAS 15-17 - E O QUE O REVERTDEP LE PARA
      *            RECRIAR O DEPARTAMENTO.
                   MOVE DB2-DEPTO-COD    TO DB2-HISTD-DEPTO
                   MOVE 'EXCLUSAO'       TO DB2-HISTD-CAMPO
                   MOVE DB2-DEPTO-DESC   TO DB2-HISTD-ANTIGO
                   MOVE DB2-DEPTO-LIMITE TO DB2-HISTD-NOVO(1:4)
                   MOVE DB2-DEPTO-EMPRESA
                        TO DB2-HISTD-NOVO(6:3)
                   MOVE DB2-DEPTO-FILIAL
                        TO DB2-HISTD-NOVO(10:4)
                   MOVE DB2-DEPTO-PAI
                        TO DB2-HISTD-NOVO(15:3)
                   PERFORM GRAVA-HISTORICO-DEPTO
                   EXEC SQL COMMIT END-EXEC
                   SET TRANSACAO-OK TO TRUE
