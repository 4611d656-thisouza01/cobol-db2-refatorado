        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CARGAATE.
        AUTHOR.        THIAGO.
      **************************************************
      * CARGA DOS ATESTADOS MEDICOS CURTOS RECEBIDOS   *
      * DO AMBULATORIO (SAUDE OCUPACIONAL): CADA       *
      * ATESTADO ACEITO VIRA LINHA EM EAD719.ATESTADO  *
      * COM O FIM JA CALCULADO (INICIO + DIAS - 1).    *
      * AS HORAS DE FALTA DO PONTO (MOVPONTO) COBERTAS *
      * POR ATESTADO SAO ABONADAS NO EXTRVAR, E O      *
      * AFASTINS SOMA OS DIAS DE ATESTADOS DA MESMA    *
      * CAUSA (CID) NA JANELA DE 60 DIAS - PASSANDO DE *
      * 15, O FUNCIONARIO E ENCAMINHADO AO INSS.       *
      * ATESTADO ACIMA DE 15 DIAS NAO E CURTO: E       *
      * AFASTAMENTO (AFASTFUN), QUE O AFASTINS JA      *
      * VIGIA.                                         *
      * REENVIO DO MESMO ATESTADO (FUNCIONARIO E DATA  *
      * DE INICIO) SUBSTITUI O ANTERIOR, MANTENDO A    *
      * MARCA DE ENCAMINHADO.                          *
      *                                                *
      * LEIAUTE DO ARQUIVO DO AMBULATORIO (ATESTIN):   *
      *   CODFUN     X(07)                             *
      *   DATA INI   X(10)  DD/MM/AAAA                 *
      *   DIAS       9(03)                             *
      *   CID        X(04)  CID-10 SEM PONTO (EX. J110)*
      *   CRM        X(10)  REGISTRO DO MEDICO + UF    *
      *                                                *
      * EAD719.ATESTADO:                               *
      *   CODFUN      X(07)                            *
      *   DATAINI     X(10)  DD/MM/AAAA                *
      *   DATAFIM     X(10)  DD/MM/AAAA                *
      *   DIAS        DEC(3,0)                         *
      *   CID         X(04)                            *
      *   CRM         X(10)                            *
      *   INSSENVIADO X(01)  S=JA SOMADO NUM           *
      *                      ENCAMINHAMENTO AO INSS    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATESTADO      ASSIGN TO ATESTIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-ERROS         ASSIGN TO ATESTERR
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ATESTADO.
       01  REG-ATESTADO.
           05  RA-CODFUN            PIC X(07).
           05  RA-DATAINI           PIC X(10).
           05  RA-DIAS              PIC 9(03).
           05  RA-CID               PIC X(04).
           05  RA-CRM               PIC X(10).
      *
       FD  ARQ-ERROS.
       01  REG-ERROS.
           05  RE-REGISTRO          PIC X(34).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RE-MOTIVO            PIC X(40).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BOOKFUNC
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
      *
       77  WK-EOF-ATESTADO           PIC X           VALUE 'N'.
           88  FIM-ATESTADO                          VALUE 'S'.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  WK-DATAFIM                PIC X(10)       VALUE SPACES.
       77  WK-INSSENVIADO            PIC X(01)       VALUE 'N'.
      *
       01  WK-INI-PARTES.
           05  WK-INI-DIA           PIC 99.
           05  WK-INI-BARRA1        PIC X.
           05  WK-INI-MES           PIC 99.
           05  WK-INI-BARRA2        PIC X.
           05  WK-INI-ANO           PIC 9(04).
       01  WK-INI-AAAAMMDD.
           05  WK-IAM-ANO           PIC 9(04).
           05  WK-IAM-MES           PIC 9(02).
           05  WK-IAM-DIA           PIC 9(02).
       01  WK-INI-NUM REDEFINES WK-INI-AAAAMMDD
                                     PIC 9(08).
       77  WK-INI-INTEIRO            PIC 9(07)       VALUE ZEROS.
       77  WK-FIM-INTEIRO            PIC 9(07)       VALUE ZEROS.
       01  WK-FIM-PARTES.
           05  WK-FIM-ANO           PIC 9(04).
           05  WK-FIM-MES           PIC 9(02).
           05  WK-FIM-DIA           PIC 9(02).
       01  WK-FIM-NUM REDEFINES WK-FIM-PARTES
                                     PIC 9(08).
       01  WK-FIM-EDIT.
           05  WK-FIME-DIA          PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  WK-FIME-MES          PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  WK-FIME-ANO          PIC 9(04).
      *
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ACEITA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SUBSTITUIDA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-ATESTADO.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT  ARQ-ATESTADO.
          OPEN OUTPUT ARQ-ERROS.
          PERFORM 110-LER-ATESTADO.
      *
       110-LER-ATESTADO.
          READ ARQ-ATESTADO
             AT END
                SET FIM-ATESTADO TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          ADD 1 TO WK-QTDE-LIDA.
          PERFORM 210-VALIDA-ATESTADO.
          PERFORM 110-LER-ATESTADO.
      *
       210-VALIDA-ATESTADO.
          MOVE RA-CODFUN TO DB2-CODFUN.
          EXEC SQL
             SELECT STATUSFUN
               INTO :DB2-STATUSFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          MOVE RA-DATAINI TO WK-INI-PARTES.
          MOVE ZEROS      TO WK-INI-NUM.
          IF   WK-INI-PARTES(1:2) IS NUMERIC
           AND WK-INI-PARTES(4:2) IS NUMERIC
           AND WK-INI-PARTES(7:4) IS NUMERIC
             MOVE WK-INI-ANO TO WK-IAM-ANO
             MOVE WK-INI-MES TO WK-IAM-MES
             MOVE WK-INI-DIA TO WK-IAM-DIA
          END-IF.

          EVALUATE TRUE
             WHEN SQLCODE = 100
                MOVE 'CODFUN NAO EXISTE NO CADASTRO' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN DB2-STATUSFUN = 'D'
                MOVE 'FUNCIONARIO DESLIGADO' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN WK-INI-BARRA1 NOT = '/'
                  OR WK-INI-BARRA2 NOT = '/'
                  OR FUNCTION TEST-DATE-YYYYMMDD(WK-INI-NUM)
                     NOT = ZEROS
                MOVE 'DATA DE INICIO INVALIDA' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RA-DIAS NOT NUMERIC
                  OR RA-DIAS = ZEROS
                MOVE 'QUANTIDADE DE DIAS INVALIDA' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RA-DIAS > 15
                MOVE 'ACIMA DE 15 DIAS - ABRIR NO AFASTFUN'
                  TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RA-CID(1:1) NOT ALPHABETIC
                  OR RA-CID(1:1) = SPACE
                  OR RA-CID(2:2) NOT NUMERIC
                MOVE 'CID INVALIDO (LETRA + 2 OU 3 DIGITOS)'
                  TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RA-CRM = SPACES
                MOVE 'CRM DO MEDICO NAO INFORMADO' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN OTHER
                PERFORM 220-GRAVA-ATESTADO
          END-EVALUATE.
      *
       220-GRAVA-ATESTADO.
      *    FIM DO ATESTADO = INICIO + DIAS - 1 (DIAS CORRIDOS).
          COMPUTE WK-INI-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(WK-INI-NUM).
          COMPUTE WK-FIM-INTEIRO = WK-INI-INTEIRO + RA-DIAS - 1.
          COMPUTE WK-FIM-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-FIM-INTEIRO).
          MOVE WK-FIM-DIA   TO WK-FIME-DIA.
          MOVE WK-FIM-MES   TO WK-FIME-MES.
          MOVE WK-FIM-ANO   TO WK-FIME-ANO.
          MOVE WK-FIM-EDIT  TO WK-DATAFIM.

      *    REENVIO DO MESMO ATESTADO SUBSTITUI O ANTERIOR; SE ELE JA
      *    ENTROU NUM ENCAMINHAMENTO, A MARCA FICA.
          MOVE 'N' TO WK-INSSENVIADO.
          EXEC SQL
             SELECT COALESCE(INSSENVIADO, 'N')
               INTO :WK-INSSENVIADO
               FROM EAD719.ATESTADO
              WHERE CODFUN  = :DB2-CODFUN
                AND DATAINI = :RA-DATAINI
          END-EXEC.
          IF   SQLCODE = 0
             ADD 1 TO WK-QTDE-SUBSTITUIDA
             EXEC SQL
                DELETE FROM EAD719.ATESTADO
                 WHERE CODFUN  = :DB2-CODFUN
                   AND DATAINI = :RA-DATAINI
             END-EXEC
          END-IF.
          EXEC SQL
             INSERT INTO EAD719.ATESTADO
                (CODFUN, DATAINI, DATAFIM, DIAS, CID, CRM,
                 INSSENVIADO)
                VALUES (:DB2-CODFUN, :RA-DATAINI, :WK-DATAFIM,
                        :RA-DIAS, :RA-CID, :RA-CRM, :WK-INSSENVIADO)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ACEITA
          ELSE
             DISPLAY 'ATESTADO DO FUNCIONARIO ' RA-CODFUN ' NAO '
                     'GRAVADO - SQLCODE ' SQLCODE
             MOVE 'ERRO DE BANCO NA GRAVACAO' TO RE-MOTIVO
             PERFORM 291-GRAVA-ERRO
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       291-GRAVA-ERRO.
          MOVE REG-ATESTADO TO RE-REGISTRO.
          WRITE REG-ERROS.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SPACES TO REG-ERROS.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-ATESTADO.
          CLOSE ARQ-ERROS.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CARGA DE ATESTADOS MEDICOS'.
          DISPLAY '  ATESTADOS LIDOS ....... ' WK-QTDE-LIDA.
          DISPLAY '  ACEITOS ............... ' WK-QTDE-ACEITA.
          DISPLAY '    (SUBSTITUINDO) ...... ' WK-QTDE-SUBSTITUIDA.
          DISPLAY '  RECUSADOS (ATESTERR) .. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
