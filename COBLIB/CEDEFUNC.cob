      * ALGUEM LEMBRAR DE TRAZER A PESSOA DE VOLTA.    *
      *                                                *
      * EAD719.CESSAOTMP:                              *
      *   CODFUN    X(07)                              *
      *   DEPTOORIG X(03)                              *
      *   DEPTODEST X(03)                              *
      *   DATAFIM   X(10)  DD/MM/AAAA                  *
      *   SITUACAO  X(01)  A=ATIVA R=RETORNADA         *
      *   DATAINI   X(10)  DD/MM/AAAA - DIA DA IDA     *
      *   DATARET   X(10)  DD/MM/AAAA - DIA DA VOLTA   *
      *                    (GRAVADA PELO VENCECES)     *
      * AS DUAS DATAS EFETIVAS SAO AS QUE O CESSAOGL   *
      * USA PARA RATEAR O CUSTO DO MES ENTRE ORIGEM E  *
      * DESTINO.                                       *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR CESSAO):     *
      *   CODFUN     X(07)                             *
      *   DEPTO DEST X(03)                             *
      *   DATA FIM   X(10)  DD/MM/AAAA                 *
      **************************************************
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-CODFUN            PIC X(07).
           05  RS-DEPTODEST         PIC X(03).
           05  RS-DATAFIM           PIC X(10).
      *
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-DEPTO-ORIGEM           PIC X(03)       VALUE SPACES.
       77  WK-QTDE-ABERTA-JA         PIC 9(04)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  WK-HOJE-DD           PIC 9(02).
           05  FILLER               PIC X(13).
       01  WK-DATAINI.
           05  WK-INI-DIA           PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-INI-MES           PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-INI-ANO           PIC 9(04).
      *
       77  WK-QTDE-CEDIDA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-HOJE-DD   TO WK-INI-DIA.
          MOVE WK-HOJE-MM   TO WK-INI-MES.
          MOVE WK-HOJE-AAAA TO WK-INI-ANO.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
             EXEC SQL
                INSERT INTO EAD719.CESSAOTMP
                   (CODFUN, DEPTOORIG, DEPTODEST, DATAFIM,
                    SITUACAO, DATAINI)
                   VALUES (:DB2-CODFUN, :WK-DEPTO-ORIGEM,
                           :RS-DEPTODEST, :RS-DATAFIM, 'A',
                           :WK-DATAINI)
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
