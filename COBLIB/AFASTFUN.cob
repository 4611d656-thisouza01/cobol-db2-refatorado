      * DE VOLTA A 'A' NO RETORNO. UM AFASTADO SAI DO  *
      * EXTRATO DA FOLHA (EXTRFOLHA SO EXTRAI 'A') MAS *
      * NAO CONTA COMO DESLIGADO NOS RELATORIOS.       *
      * NO ENCERRAMENTO DE AFASTAMENTO VINCULADO A     *
      * ACIDENTE DE TRABALHO (MANACID) QUE DUROU MAIS  *
      * DE 15 DIAS, ABRE A ESTABILIDADE DE 12 MESES    *
      * (TIPO A EM EAD719.ESTABILIDADE, MANESTAB) A    *
      * PARTIR DO DIA SEGUINTE AO RETORNO.             *
      *                                                *
      * EAD719.AFASTAMENTOS:                           *
      *   CODFUN   X(07)                               *
      *   DATAINI  X(10)  DD/MM/AAAA                   *
      *   DATAFIM  X(10)  DD/MM/AAAA (BRANCO = ABERTO) *
      *   MOTIVO   X(30)                               *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR TRANSACAO):  *
      *   OPERACAO X(01)  A=ABRE  E=ENCERRA            *
      *   CODFUN   X(07)                               *
      *   DATA     X(11)  DD/MM/AAAA (INICIO OU FIM)   *
      *   MOTIVO   X(30)  (SO NA ABERTURA)             *
      **************************************************
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-DATA              PIC X(11).
           05  RS-MOTIVO            PIC X(30).
      *
       77  WK-QTDE-ABERTA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ENCERRADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
      *    ESTABILIDADE ACIDENTARIA NO RETORNO (MANACID/MANESTAB).
       77  WK-QTDE-ACIDENTE          PIC 9(04)       VALUE ZEROS.
       77  WK-NUMCAT                 PIC X(20)       VALUE SPACES.
       77  WK-ORIGEM-ESTAB           PIC X(30)       VALUE SPACES.
       77  WK-DIAS-AFASTADO          PIC S9(07)      VALUE ZEROS.
       77  WK-QTDE-ESTAB             PIC 9(05)       VALUE ZEROS.
       01  WK-INI-PARTES.
           05  WK-INI-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-INI-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-INI-ANO           PIC 9(04).
       01  WK-FIM-PARTES.
           05  WK-FIM-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-FIM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-FIM-ANO           PIC 9(04).
       77  WK-INI-NUM                PIC 9(08)       VALUE ZEROS.
       77  WK-FIM-NUM                PIC 9(08)       VALUE ZEROS.
       01  WK-FIM-ISO.
           05  WK-FMI-ANO           PIC 9(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FMI-MES           PIC 99.
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FMI-DIA           PIC 99.
      *
       PROCEDURE DIVISION.
      * Grava auditoria da transacao (AUDITFUN)
             ADD 1 TO WK-QTDE-ENCERRADA
             DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' RS-CODFUN
                     ' ENCERRADO EM ' RS-DATA
             PERFORM 250-ESTABILIDADE-ACIDENTE
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'STATUS DO FUNCIONARIO ' RS-CODFUN ' NAO '
                     'ATUALIZADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       250-ESTABILIDADE-ACIDENTE.
      *    AFASTAMENTO ACIDENTARIO COM MAIS DE 15 DIAS (O INSS
      *    ASSUMIU O BENEFICIO) GARANTE 12 MESES DE ESTABILIDADE
      *    DEPOIS DO RETORNO - ABERTA AQUI, UMA VEZ SO POR ACIDENTE.
          MOVE ZEROS  TO WK-QTDE-ACIDENTE.
          MOVE SPACES TO WK-NUMCAT.
          EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(NUMCAT), ' ')
               INTO :WK-QTDE-ACIDENTE, :WK-NUMCAT
               FROM EAD719.ACIDENTES
              WHERE CODFUN   = :DB2-CODFUN
                AND AFASTINI = :WK-DATAINI-ABERTO
                AND ESTABGER <> 'S'
          END-EXEC.
          MOVE WK-DATAINI-ABERTO TO WK-INI-PARTES.
          MOVE RS-DATA(1:10)     TO WK-FIM-PARTES.
          IF   SQLCODE = 0 AND WK-QTDE-ACIDENTE > ZEROS
           AND WK-INI-PARTES(1:2) IS NUMERIC
           AND WK-INI-PARTES(4:2) IS NUMERIC
           AND WK-INI-PARTES(7:4) IS NUMERIC
           AND WK-FIM-PARTES(1:2) IS NUMERIC
           AND WK-FIM-PARTES(4:2) IS NUMERIC
           AND WK-FIM-PARTES(7:4) IS NUMERIC
             COMPUTE WK-INI-NUM = WK-INI-ANO * 10000
                                + WK-INI-MES * 100 + WK-INI-DIA
             COMPUTE WK-FIM-NUM = WK-FIM-ANO * 10000
                                + WK-FIM-MES * 100 + WK-FIM-DIA
             COMPUTE WK-DIAS-AFASTADO =
                     FUNCTION INTEGER-OF-DATE(WK-FIM-NUM)
                   - FUNCTION INTEGER-OF-DATE(WK-INI-NUM) + 1
             IF   WK-DIAS-AFASTADO > 15
                PERFORM 255-GRAVA-ESTABILIDADE
             END-IF
          END-IF.
      *
       255-GRAVA-ESTABILIDADE.
          MOVE WK-FIM-ANO TO WK-FMI-ANO.
          MOVE WK-FIM-MES TO WK-FMI-MES.
          MOVE WK-FIM-DIA TO WK-FMI-DIA.
          MOVE SPACES TO WK-ORIGEM-ESTAB.
          IF   WK-NUMCAT = SPACES
             MOVE 'ACIDENTE - CAT NAO INFORMADA' TO WK-ORIGEM-ESTAB
          ELSE
             STRING 'CAT ' WK-NUMCAT
                    DELIMITED BY SIZE INTO WK-ORIGEM-ESTAB
             END-STRING
          END-IF.
          EXEC SQL
             INSERT INTO EAD719.ESTABILIDADE
                (CODFUN, TIPOESTAB, DATAINI, DATAFIM, ORIGEM,
                 SITUACAO, DATAREG)
                VALUES (:DB2-CODFUN, 'A',
                        DATE(:WK-FIM-ISO) + 1 DAY,
                        DATE(:WK-FIM-ISO) + 1 DAY + 12 MONTHS,
                        :WK-ORIGEM-ESTAB, 'A', CURRENT DATE)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL
                UPDATE EAD719.ACIDENTES
                   SET ESTABGER = 'S'
                 WHERE CODFUN   = :DB2-CODFUN
                   AND AFASTINI = :WK-DATAINI-ABERTO
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ESTAB
             DISPLAY 'FUNCIONARIO ' RS-CODFUN ' AFASTADO '
                     WK-DIAS-AFASTADO ' DIAS POR ACIDENTE - '
                     'ESTABILIDADE DE 12 MESES ABERTA (MANESTAB)'
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'AVISO: ESTABILIDADE ACIDENTARIA DO FUNCIONARIO '
                     RS-CODFUN ' NAO ABERTA - ' WK-SQLCODE-EDIT
                     ' - ' WK-SQLCODE-MSG ' - INCLUIR PELO MANESTAB'
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       290-REGISTRA-AUDITORIA.
      *    AFASTAMENTO TAMBEM E TRANSACAO DE RH - ENTRA NA AUDITFUN
          DISPLAY '  TRANSACOES LIDAS ...... ' WK-QTDE-LIDA.
          DISPLAY '  AFASTAMENTOS ABERTOS .. ' WK-QTDE-ABERTA.
          DISPLAY '  ENCERRADOS ............ ' WK-QTDE-ENCERRADA.
          DISPLAY '  ESTABILID. ACIDENTARIAS ' WK-QTDE-ESTAB.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
