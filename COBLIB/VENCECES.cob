      * COMO RETORNADA E O GESTOR DO FUNCIONARIO E O   *
      * PROPRIO FUNCIONARIO SAO AVISADOS PELA FILA     *
      * EAD719.NOTIFICA - NINGUEM MAIS FICA EMPRESTADO *
      * PARA SEMPRE POR ESQUECIMENTO. O DIA DA VOLTA   *
      * FICA GRAVADO NA CESSAO (DATARET) PARA O        *
      * CESSAOGL RATEAR O CUSTO DO MES.                *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *    AINDA FORA DO DCLGEN BOOKFUNC - HOST VARIABLE LOCAL,
      *    COMO NOS DEMAIS PROGRAMAS QUE PRECISAM DO CAMPO.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
      *    DELEGACAO VIGENTE DO GESTOR (EAD719.DELEGACA, MANDELEG):
      *    GESTOR AUSENTE COM DELEGADO ATIVO E AVISADO PELO
      *    DELEGADO - MESMA CONSULTA DO APRSALAR.
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-NOTIF          PIC X(07)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       77  WK-DEPTO-ORIGEM           PIC X(03)       VALUE SPACES.
       77  WK-DEPTO-DEST             PIC X(03)       VALUE SPACES.
           05  WK-FIM-ANO           PIC 9(04).
       77  WK-FIM-NUM                PIC 9(08)       VALUE ZEROS.
       77  WK-HOJE-NUM               PIC 9(08)       VALUE ZEROS.
       01  WK-DATARET.
           05  WK-RET-DIA           PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-RET-MES           PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-RET-ANO           PIC 9(04).
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-DATA-AAAAMMDD      TO WK-HOJE-NUM.
          MOVE WK-DATA-ATUAL(1:8)    TO WK-HOJE-TEXTO.
          MOVE WK-DATA-ATUAL(7:2)    TO WK-RET-DIA.
          MOVE WK-DATA-ATUAL(5:2)    TO WK-RET-MES.
          MOVE WK-DATA-ATUAL(1:4)    TO WK-RET-ANO.
          EXEC SQL
             OPEN CUR-CESSOES
          END-EXEC.
          ELSE
             EXEC SQL
                UPDATE EAD719.CESSAOTMP
                   SET SITUACAO = 'R',
                       DATARET  = :WK-DATARET
                 WHERE CODFUN   = :DB2-CODFUN
                   AND SITUACAO = 'A'
             END-EXEC
