      * DEPARTAMENTO COM A DESCRICAO E O LIMITE            *
      * HISTORIADOS; DESCRICAO E LIMITE VOLTAM AO VALOR    *
      * ANTERIOR; A PROPRIA INCLUSAO NAO TEM O QUE         *
      * DESFAZER AQUI (USE A EXCLUSAO NORMAL). O PAI       *
      * (DEPTOPAI) DEVOLVIDO PASSA DE NOVO PELO VALHIERD - *
      * A HIERARQUIA PODE TER MUDADO DEPOIS; NA EXCLUSAO   *
      * DESFEITA, UM PAI QUE NAO SERVE MAIS FICA EM BRANCO *
      * COM AVISO.                                         *
      ******************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       77  WK-CODIGO-BUSCA           PIC X(03)  VALUE SPACES.
      * EMPRESADEP nao consta do CPYDEPTO - host variable local.
       77  DB2-DEPTO-EMPRESA         PIC X(03)  VALUE SPACES.
       77  DB2-DEPTO-FILIAL          PIC X(04)  VALUE SPACES.
       77  WK-HIST-ENCONTRADO        PIC X      VALUE 'N'.
           88  HIST-ENCONTRADO                  VALUE 'S'.
       77  WK-LIMITE-TEXTO           PIC X(04)  VALUE SPACES.
       77  DB2-DEPTO-PAI             PIC X(03)  VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-HIERARQUIA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==HIERARQUIA-VALIDA==.
      *
       EXEC SQL
           DECLARE CUR-ULTHISTD CURSOR FOR
                       DISPLAY 'LIMITE HISTORIADO ILEGIVEL PARA O '
                               'DEPARTAMENTO ' LK-DEPTO-COD '!'
                   END-IF
               WHEN 'FILIALDEP'
                   MOVE DB2-HISTD-ANTIGO(1:4) TO DB2-DEPTO-FILIAL
                   EXEC SQL
                       UPDATE EAD719.DEPARTAMENTOS
                          SET FILIALDEP = :DB2-DEPTO-FILIAL
                        WHERE DEPTOFUN = :DB2-DEPTO-COD
                   END-EXEC
                   PERFORM REGISTRA-REVERSAO
               WHEN 'DEPTOPAI'
                   MOVE DB2-HISTD-ANTIGO(1:3) TO DB2-DEPTO-PAI
                   MOVE SPACES                TO DB2-DEPTO-EMPRESA
                   EXEC SQL
                       SELECT COALESCE(EMPRESADEP, ' ')
                         INTO :DB2-DEPTO-EMPRESA
                         FROM EAD719.DEPARTAMENTOS
                        WHERE DEPTOFUN = :DB2-DEPTO-COD
                   END-EXEC
                   CALL "VALHIERD" USING DB2-DEPTO-COD,
                                         DB2-DEPTO-EMPRESA,
                                         DB2-DEPTO-PAI,
                                         WK-HIERARQUIA-VALIDA
                   IF   HIERARQUIA-VALIDA
                       EXEC SQL
                           UPDATE EAD719.DEPARTAMENTOS
                              SET DEPTOPAI = :DB2-DEPTO-PAI
                            WHERE DEPTOFUN = :DB2-DEPTO-COD
                       END-EXEC
                       PERFORM REGISTRA-REVERSAO
                   ELSE
                       DISPLAY 'PAI ANTERIOR ' DB2-DEPTO-PAI
                               ' NAO SERVE MAIS PARA O DEPARTAMENTO '
                               LK-DEPTO-COD ' - NADA DESFEITO!'
                   END-IF
               WHEN 'EXCLUSAO'
      *            DESFAZ A EXCLUSAO RECRIANDO O DEPARTAMENTO COM A
      *            DESCRICAO (VALOR ANTIGO), O LIMITE (COLUNAS 1-4
      *            DO VALOR NOVO), A EMPRESA (COLUNAS 6-8) E O
      *            ESTABELECIMENTO (COLUNAS 10-13) E O PAI
      *            (COLUNAS 15-17) QUE O EXCDEPTO HISTORIOU - SEM
      *            A EMPRESA, UM DEPTO DA SEGUNDA ENTIDADE
      *            VOLTARIA PARA A PRINCIPAL.
                   MOVE DB2-HISTD-ANTIGO(1:30) TO DB2-DEPTO-DESC
                   MOVE DB2-HISTD-NOVO(1:4)    TO WK-LIMITE-TEXTO
                   IF   WK-LIMITE-TEXTO IS NUMERIC
                       MOVE ZEROS TO DB2-DEPTO-LIMITE
                   END-IF
                   MOVE DB2-HISTD-NOVO(6:3)    TO DB2-DEPTO-EMPRESA
                   MOVE DB2-HISTD-NOVO(10:4)   TO DB2-DEPTO-FILIAL
                   MOVE DB2-HISTD-NOVO(15:3)   TO DB2-DEPTO-PAI
                   CALL "VALHIERD" USING DB2-DEPTO-COD,
                                         DB2-DEPTO-EMPRESA,
                                         DB2-DEPTO-PAI,
                                         WK-HIERARQUIA-VALIDA
                   IF   NOT HIERARQUIA-VALIDA
                       DISPLAY 'AVISO: DEPARTAMENTO ' LK-DEPTO-COD
                               ' VOLTA SEM O PAI ' DB2-DEPTO-PAI
                       MOVE SPACES TO DB2-DEPTO-PAI
                   END-IF
                   EXEC SQL
                       INSERT INTO EAD719.DEPARTAMENTOS
                          (DEPTOFUN, DESCDEPTO, LIMITEFUN,
                           EMPRESADEP, FILIALDEP, DEPTOPAI)
                          VALUES (:DB2-DEPTO-COD, :DB2-DEPTO-DESC,
                                  :DB2-DEPTO-LIMITE,
                                  :DB2-DEPTO-EMPRESA,
                                  :DB2-DEPTO-FILIAL,
                                  :DB2-DEPTO-PAI)
                   END-EXEC
                   PERFORM REGISTRA-REVERSAO
               WHEN 'INCLUSAO'
