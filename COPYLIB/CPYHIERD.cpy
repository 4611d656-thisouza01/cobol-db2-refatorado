      * Area de comunicacao com o HIERDEPT, que monta a arvore de
      * departamentos (DEPARTAMENTOS.DEPTOPAI, ou a fotografia do mes
      * em SNAPDEPTO) e devolve as linhas do relatorio ja na ordem
      * da hierarquia, com os subtotais de cada nivel ate a empresa.
      * O chamador preenche HD-DEPTO ordenado por empresa e codigo,
      * com ate seis valores por departamento (os que ele somar),
      * e depois imprime HD-LINHA na ordem:
      *   D - o proprio departamento (HD-TOTAL = valores dele)
      *   S - subtotal da area: o departamento e todos abaixo dele,
      *       logo depois do ultimo subordinado (so quem tem filho)
      *   E - total da empresa (HD-EMPRESA-LINHA)
      *   T - total geral
      * HD-NIVEL e a profundidade na arvore (0 = responde direto a
      * empresa). HD-IDX aponta para o departamento em HD-DEPTO.
       01  HD-AREA.
           05  HD-QTDE-DEPTOS        PIC 9(04).
           05  HD-DEPTO              OCCURS 500 TIMES.
               10  HD-COD            PIC X(03).
               10  HD-PAI            PIC X(03).
               10  HD-EMPRESA        PIC X(03).
               10  HD-VALOR          PIC S9(13)V99
                                     OCCURS 6 TIMES.
           05  HD-QTDE-LINHAS        PIC 9(04).
           05  HD-LINHA              OCCURS 1600 TIMES.
               10  HD-TIPO-LINHA     PIC X(01).
                   88  HD-LINHA-DEPTO                VALUE 'D'.
                   88  HD-LINHA-AREA                 VALUE 'S'.
                   88  HD-LINHA-EMPRESA              VALUE 'E'.
                   88  HD-LINHA-GERAL                VALUE 'T'.
               10  HD-IDX            PIC 9(04).
               10  HD-NIVEL          PIC 9(02).
               10  HD-EMPRESA-LINHA  PIC X(03).
               10  HD-TOTAL          PIC S9(13)V99
                                     OCCURS 6 TIMES.
           05  HD-QTDE-FORA-ARVORE   PIC 9(04).
           05  HD-SITUACAO           PIC X(01).
               88  HD-OK                             VALUE 'S'.
               88  HD-ESTOUROU                       VALUE 'E'.
