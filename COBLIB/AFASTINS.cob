      * APROXIMAM DA FRONTEIRA (PARM='AVISO=NN' DIAS   *
      * DE ANTECEDENCIA, PADRAO 05) - A PLANILHA       *
      * COMPARTILHADA SE APOSENTA.                     *
      * ATESTADOS CURTOS (EAD719.ATESTADO, CARGAATE)   *
      * DA MESMA CAUSA (CID) COM INICIO NOS ULTIMOS 60 *
      * DIAS SE SOMAM: PASSANDO DE 15 DIAS, SAI A      *
      * LINHA DO EXTRATO (INICIO = PRIMEIRO ATESTADO   *
      * DA JANELA, 15O DIA = DIA EM QUE A SOMA CHEGOU  *
      * A 15) E OS ATESTADOS FICAM MARCADOS COMO       *
      * ENVIADOS. SE O ULTIMO ATESTADO AINDA CORRE, A  *
      * MARCA INSSAFAST TAMBEM E LIGADA E O RH ABRE O  *
      * AFASTAMENTO NO AFASTFUN - QUE AQUI JA E DADO   *
      * COMO ENCAMINHADO, SEM SEGUNDO EXTRATO. SOMA    *
      * QUE SE APROXIMA DE 15 ENTRA NO AVISO.          *
      *                                                *
      * LEIAUTE DO EXTRATO (INSSEXT):                  *
      *   CODFUN     X(07)                             *
      *   NOMEFUN    X(30)                             *
      *   CPF        X(11)                             *
      *   DATA INI   X(10)  DD/MM/AAAA                 *
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-CPF               PIC X(11).
           05  RE-DATAINI           PIC X(10).
      *
       FD  ARQ-AVISO.
       01  REG-AVISO.
           05  AV-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  AV-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  AV-DATAINI           PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  AV-DIAS-CORRIDOS     PIC Z9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  AV-CID               PIC X(04).
           05  FILLER               PIC X(24)       VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       77  WK-AFA-MOTIVO             PIC X(30)       VALUE SPACES.
       77  WK-AFA-ENVIADO            PIC X(01)       VALUE SPACES.
       77  WK-DIAS-AVISO             PIC 9(02)       VALUE 5.
       77  WK-INSSAFAST              PIC X(01)       VALUE SPACES.
      *
      *    AFASTAMENTOS MEDICOS ABERTOS - O MOTIVO E TEXTO LIVRE,
      *    ENTAO A TRIAGEM E POR CONTEUDO (MEDIC/DOENC), COMO O RH
           DECLARE CUR-MEDICOS CURSOR WITH HOLD FOR
               SELECT A.CODFUN, A.DATAINI, A.MOTIVO,
                      COALESCE(A.INSSENVIADO, 'N'),
                      F.NOMEFUN, COALESCE(F.CPFFUN, ' '),
                      COALESCE(F.INSSAFAST, ' ')
                 FROM EAD719.AFASTAMENTOS A
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                       OR A.MOTIVO LIKE '%DOENC%')
                ORDER BY A.CODFUN
       END-EXEC.
      *
      *    ATESTADOS COM INICIO NA JANELA DE 60 DIAS, AGRUPADOS POR
      *    FUNCIONARIO E CID NA ORDEM DAS DATAS.
       EXEC SQL
           DECLARE CUR-ATESTADOS CURSOR WITH HOLD FOR
               SELECT A.CODFUN, A.CID, A.DATAINI, A.DATAFIM, A.DIAS,
                      COALESCE(A.INSSENVIADO, 'N'),
                      F.NOMEFUN, COALESCE(F.CPFFUN, ' ')
                 FROM EAD719.ATESTADO A
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                WHERE F.STATUSFUN NOT = 'D'
                  AND SUBSTR(A.DATAINI, 7, 4)
                      || SUBSTR(A.DATAINI, 4, 2)
                      || SUBSTR(A.DATAINI, 1, 2) >= :WK-JANELA-TEXTO
                ORDER BY A.CODFUN, A.CID,
                         SUBSTR(A.DATAINI, 7, 4),
                         SUBSTR(A.DATAINI, 4, 2),
                         SUBSTR(A.DATAINI, 1, 2)
       END-EXEC.
      *
       77  WK-JANELA-INTEIRO         PIC 9(07)       VALUE ZEROS.
       77  WK-JANELA-NUM             PIC 9(08)       VALUE ZEROS.
       77  WK-JANELA-TEXTO           PIC X(08)       VALUE SPACES.
       77  WK-ATE-CID                PIC X(04)       VALUE SPACES.
       77  WK-ATE-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-ATE-DATAFIM            PIC X(10)       VALUE SPACES.
       77  WK-ATE-DIAS               PIC 9(03)       VALUE ZEROS.
       77  WK-ATE-ENVIADO            PIC X(01)       VALUE SPACES.
       77  WK-GRUPO-CODFUN           PIC X(07)       VALUE SPACES.
       77  WK-GRUPO-CID              PIC X(04)       VALUE SPACES.
       77  WK-GRUPO-NOMEFUN          PIC X(30)       VALUE SPACES.
       77  WK-GRUPO-CPF              PIC X(11)       VALUE SPACES.
       77  WK-GRUPO-ABERTO           PIC X(01)       VALUE 'N'.
           88  GRUPO-ABERTO                          VALUE 'S'.
      *
      *    ATESTADOS DO FUNCIONARIO/CID NA JANELA (NO MAXIMO UM POR
      *    DIA).
       01  TAB-JANELA.
           05  TJ-ENTRADA            OCCURS 60 TIMES.
               10  TJ-DATAINI        PIC X(10).
               10  TJ-INT-INI        PIC 9(07).
               10  TJ-INT-FIM        PIC 9(07).
               10  TJ-DIAS           PIC 9(03).
               10  TJ-ENVIADO        PIC X(01).
       77  WK-QTDE-JANELA            PIC 9(02)       VALUE ZEROS.
       77  WK-J                      PIC 9(02)       VALUE ZEROS.
       77  WK-SOMA-DIAS              PIC 9(04)       VALUE ZEROS.
       77  WK-DIAS-ANTES             PIC 9(04)       VALUE ZEROS.
       77  WK-QTDE-PENDENTE          PIC 9(02)       VALUE ZEROS.
       77  WK-ULTIMO-FIM             PIC 9(07)       VALUE ZEROS.
       77  WK-SOMA-EDIT              PIC ZZZ9.
       01  WK-MOTIVO-ATESTADO.
           05  FILLER               PIC X(13)  VALUE 'ATESTADOS CID'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WK-MOT-CID           PIC X(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WK-MOT-DIAS          PIC ZZ9.
           05  FILLER               PIC X(08)  VALUE ' DIAS   '.
      *
       77  WK-QTDE-ENC-ATESTADO      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-AVISO-ATESTADO    PIC 9(05)       VALUE ZEROS.
      *
       01  WK-DATAINI-PARTES.
           05  WK-INI-DIA           PIC 99.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 301-ATESTADOS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
             EXEC SQL
                FETCH CUR-MEDICOS
                  INTO :DB2-CODFUN, :WK-AFA-DATAINI, :WK-AFA-MOTIVO,
                       :WK-AFA-ENVIADO, :DB2-NOMEFUN, :DB2-CPFFUN,
                       :WK-INSSAFAST
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-AVALIA-AFASTAMENTO
             COMPUTE WK-DIAS-CORRIDOS =
                     WK-HOJE-INTEIRO - WK-INI-INTEIRO + 1
             EVALUATE TRUE
      *            ABERTO DEPOIS DO ENCAMINHAMENTO PELOS ATESTADOS
      *            SOMADOS: O INSS JA FOI AVISADO.
                WHEN WK-AFA-ENVIADO NOT = 'S'
                     AND WK-INSSAFAST = 'S'
                   PERFORM 225-ASSUME-ENCAMINHAMENTO
                WHEN WK-DIAS-CORRIDOS NOT < 15
                     AND WK-AFA-ENVIADO NOT = 'S'
                   PERFORM 220-ENCAMINHA-INSS
                     ' NAO MARCADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       225-ASSUME-ENCAMINHAMENTO.
          EXEC SQL
             UPDATE EAD719.AFASTAMENTOS
                SET INSSENVIADO = 'S'
              WHERE CODFUN  = :DB2-CODFUN
                AND DATAFIM = ' '
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' JA ENCAMINHADO PELOS '
                     'ATESTADOS SOMADOS - AFASTAMENTO MARCADO'
          ELSE
             ADD 1 TO WK-QTDE-FALHADA
             DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' DB2-CODFUN
                     ' NAO MARCADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       230-AVISA-FRONTEIRA.
          MOVE SPACES            TO REG-AVISO.
          MOVE WK-DIAS-CORRIDOS  TO AV-DIAS-CORRIDOS.
          WRITE REG-AVISO.
          ADD 1 TO WK-QTDE-AVISADA.
      *
       300-ATESTADOS SECTION.
       301-ATESTADOS.
          COMPUTE WK-JANELA-INTEIRO = WK-HOJE-INTEIRO - 59.
          COMPUTE WK-JANELA-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-JANELA-INTEIRO).
          MOVE WK-JANELA-NUM TO WK-JANELA-TEXTO.
          MOVE 'N' TO WK-GRUPO-ABERTO.
          EXEC SQL
             OPEN CUR-ATESTADOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ATESTADOS
                  INTO :DB2-CODFUN, :WK-ATE-CID, :WK-ATE-DATAINI,
                       :WK-ATE-DATAFIM, :WK-ATE-DIAS, :WK-ATE-ENVIADO,
                       :DB2-NOMEFUN, :DB2-CPFFUN
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 310-GUARDA-ATESTADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ATESTADOS
          END-EXEC.
          IF   GRUPO-ABERTO
             PERFORM 320-AVALIA-GRUPO
          END-IF.
      *
       310-GUARDA-ATESTADO.
          IF   GRUPO-ABERTO
           AND (DB2-CODFUN NOT = WK-GRUPO-CODFUN
                OR WK-ATE-CID NOT = WK-GRUPO-CID)
             PERFORM 320-AVALIA-GRUPO
          END-IF.
          IF   NOT GRUPO-ABERTO
             MOVE 'S'              TO WK-GRUPO-ABERTO
             MOVE DB2-CODFUN       TO WK-GRUPO-CODFUN
             MOVE WK-ATE-CID       TO WK-GRUPO-CID
             MOVE DB2-NOMEFUN-TEXT TO WK-GRUPO-NOMEFUN
             MOVE DB2-CPFFUN       TO WK-GRUPO-CPF
             MOVE ZEROS            TO WK-QTDE-JANELA
          END-IF.
          IF   WK-QTDE-JANELA < 60
             ADD 1 TO WK-QTDE-JANELA
             MOVE WK-ATE-DATAINI TO TJ-DATAINI(WK-QTDE-JANELA)
             MOVE WK-ATE-DIAS    TO TJ-DIAS(WK-QTDE-JANELA)
             MOVE WK-ATE-ENVIADO TO TJ-ENVIADO(WK-QTDE-JANELA)
             MOVE WK-ATE-DATAINI TO WK-DATAINI-PARTES
             MOVE WK-INI-ANO TO WK-IAM-ANO
             MOVE WK-INI-MES TO WK-IAM-MES
             MOVE WK-INI-DIA TO WK-IAM-DIA
             COMPUTE TJ-INT-INI(WK-QTDE-JANELA) =
                     FUNCTION INTEGER-OF-DATE(WK-DATAINI-NUM)
             COMPUTE TJ-INT-FIM(WK-QTDE-JANELA) =
                     TJ-INT-INI(WK-QTDE-JANELA) + WK-ATE-DIAS - 1
          END-IF.
      *
       320-AVALIA-GRUPO.
          MOVE ZEROS TO WK-SOMA-DIAS WK-QTDE-PENDENTE WK-ULTIMO-FIM.
          PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WK-QTDE-JANELA
             ADD TJ-DIAS(WK-J) TO WK-SOMA-DIAS
             IF   TJ-ENVIADO(WK-J) NOT = 'S'
                ADD 1 TO WK-QTDE-PENDENTE
             END-IF
             IF   TJ-INT-FIM(WK-J) > WK-ULTIMO-FIM
                MOVE TJ-INT-FIM(WK-J) TO WK-ULTIMO-FIM
             END-IF
          END-PERFORM.
          EVALUATE TRUE
             WHEN WK-SOMA-DIAS > 15 AND WK-QTDE-PENDENTE > ZEROS
                PERFORM 330-ENCAMINHA-ATESTADOS
             WHEN WK-SOMA-DIAS > 15
                CONTINUE
             WHEN WK-SOMA-DIAS >= 15 - WK-DIAS-AVISO
                PERFORM 340-AVISA-ATESTADOS
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          MOVE 'N' TO WK-GRUPO-ABERTO.
      *
       330-ENCAMINHA-ATESTADOS.
      *    15O DIA: NO ATESTADO EM QUE A SOMA CHEGA A 15, O DIA QUE
      *    COMPLETA OS 15.
          MOVE ZEROS TO WK-DIAS-ANTES WK-DIA15-INTEIRO.
          PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WK-QTDE-JANELA
                       OR WK-DIA15-INTEIRO > ZEROS
             IF   WK-DIAS-ANTES + TJ-DIAS(WK-J) NOT < 15
                COMPUTE WK-DIA15-INTEIRO = TJ-INT-INI(WK-J)
                                         + 15 - WK-DIAS-ANTES - 1
             ELSE
                ADD TJ-DIAS(WK-J) TO WK-DIAS-ANTES
             END-IF
          END-PERFORM.
          COMPUTE WK-DIA15-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-DIA15-INTEIRO).
          MOVE WK-DIA15-NUM TO WK-DIA15-NUM-R.
          MOVE WK-D15-DIA   TO WK-D15E-DIA.
          MOVE WK-D15-MES   TO WK-D15E-MES.
          MOVE WK-D15-ANO   TO WK-D15E-ANO.
          MOVE WK-GRUPO-CID TO WK-MOT-CID.
          MOVE WK-SOMA-DIAS TO WK-MOT-DIAS.

          MOVE SPACES             TO REG-EXTRATO.
          MOVE WK-GRUPO-CODFUN    TO RE-CODFUN.
          MOVE WK-GRUPO-NOMEFUN   TO RE-NOMEFUN.
          MOVE WK-GRUPO-CPF       TO RE-CPF.
          MOVE TJ-DATAINI(1)      TO RE-DATAINI.
          MOVE WK-DIA15-EDIT      TO RE-DIA15.
          MOVE WK-MOTIVO-ATESTADO TO RE-MOTIVO.
          WRITE REG-EXTRATO.

          MOVE WK-GRUPO-CODFUN TO DB2-CODFUN.
          EXEC SQL
             UPDATE EAD719.ATESTADO
                SET INSSENVIADO = 'S'
              WHERE CODFUN = :DB2-CODFUN
                AND CID    = :WK-GRUPO-CID
                AND SUBSTR(DATAINI, 7, 4)
                    || SUBSTR(DATAINI, 4, 2)
                    || SUBSTR(DATAINI, 1, 2) >= :WK-JANELA-TEXTO
          END-EXEC.
      *    ATESTADO AINDA CORRENDO: DAQUI EM DIANTE QUEM PAGA E O
      *    INSS, COMO NO AFASTAMENTO QUE CRUZA O 15O DIA.
          IF   SQLCODE = 0
           AND WK-ULTIMO-FIM NOT < WK-HOJE-INTEIRO
             EXEC SQL
                VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
             END-EXEC
             EXEC SQL
                UPDATE EAD719.FUNCIONARIOS
                   SET INSSAFAST = 'S',
                       LASTUPD-DATE = CURRENT DATE,
                       LASTUPD-USER = :WK-LASTUPD-USER
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ENC-ATESTADO
             MOVE WK-SOMA-DIAS TO WK-SOMA-EDIT
             DISPLAY 'FUNCIONARIO ' WK-GRUPO-CODFUN ' SOMOU '
                     WK-SOMA-EDIT ' DIAS DE ATESTADO (CID '
                     WK-GRUPO-CID ') EM 60 DIAS - ENCAMINHADO AO INSS'
             IF   WK-ULTIMO-FIM NOT < WK-HOJE-INTEIRO
                DISPLAY '   ABRIR O AFASTAMENTO NO AFASTFUN A PARTIR '
                        'DO DIA SEGUINTE A ' WK-DIA15-EDIT
             ELSE
                DISPLAY '   ATESTADOS JA ENCERRADOS - ACERTAR COM O '
                        'INSS OS DIAS APOS ' WK-DIA15-EDIT
             END-IF
          ELSE
             ADD 1 TO WK-QTDE-FALHADA
             DISPLAY 'ENCAMINHAMENTO POR ATESTADOS DO FUNCIONARIO '
                     WK-GRUPO-CODFUN ' NAO MARCADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       340-AVISA-ATESTADOS.
          MOVE SPACES           TO REG-AVISO.
          MOVE WK-GRUPO-CODFUN  TO AV-CODFUN.
          MOVE WK-GRUPO-NOMEFUN TO AV-NOMEFUN.
          MOVE TJ-DATAINI(1)    TO AV-DATAINI.
          MOVE WK-SOMA-DIAS     TO AV-DIAS-CORRIDOS.
          MOVE WK-GRUPO-CID     TO AV-CID.
          WRITE REG-AVISO.
          ADD 1 TO WK-QTDE-AVISO-ATESTADO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          DISPLAY 'RESUMO DA FRONTEIRA DO INSS'.
          DISPLAY '  ENCAMINHADOS AO INSS .. ' WK-QTDE-ENCAMINHADA.
          DISPLAY '  PROXIMOS DO 15O DIA ... ' WK-QTDE-AVISADA.
          DISPLAY '  ATESTADOS SOMADOS:'.
          DISPLAY '    ENCAMINHADOS AO INSS ' WK-QTDE-ENC-ATESTADO.
          DISPLAY '    PROXIMOS DE 15 DIAS  ' WK-QTDE-AVISO-ATESTADO.
          DISPLAY '  FALHAS ................ ' WK-QTDE-FALHADA.
          DISPLAY '================================================'.
          EXIT.
