        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANACHAD.
        AUTHOR.        THIAGO.
      **************************************************
      * BAIXA DOS ACHADOS DA VARREDURA DE INTEGRIDADE  *
      * DA FOLHA (EAD719.ACHADOFOL, GRAVADA PELO       *
      * INTEGFOL): QUEM INVESTIGOU REGISTRA O PARECER  *
      * E O ACHADO DEIXA DE SAIR NA VARREDURA. UM      *
      * ACHADO BAIXADO POR ENGANO PODE SER REABERTO -  *
      * PARECER, USUARIO E DATA PASSAM A SER OS DA     *
      * REABERTURA, E ELE VOLTA A SAIR NA VARREDURA.   *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  I=INVESTIGADO R=REABRE       *
      *   TIPO     X(02)  COMO NO RELATORIO INTEGREL   *
      *   CHAVE    X(20)  COMO NO RELATORIO INTEGREL   *
      *   PARECER  X(40)  OBRIGATORIO                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-TIPO              PIC X(02).
           05  RS-CHAVE             PIC X(20).
           05  RS-PARECER           PIC X(40).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-USUARIO                PIC X(08)       VALUE SPACES.
       77  WK-SITUACAO-NOVA          PIC X(01)       VALUE SPACES.
       77  WK-SITUACAO-ATUAL         PIC X(01)       VALUE SPACES.
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :WK-USUARIO
          END-EXEC.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE TRUE
             WHEN RS-OPERACAO NOT = 'I' AND RS-OPERACAO NOT = 'R'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I (INVESTIGADO) OU R (REABRE)'
             WHEN RS-PARECER = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ACHADO ' RS-TIPO ' ' RS-CHAVE ' SEM PARECER '
                        '- OPERACAO RECUSADA'
             WHEN OTHER
                PERFORM 210-ATUALIZA-ACHADO
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-ATUALIZA-ACHADO.
          IF   RS-OPERACAO = 'I'
             MOVE 'A' TO WK-SITUACAO-ATUAL
             MOVE 'I' TO WK-SITUACAO-NOVA
          ELSE
             MOVE 'I' TO WK-SITUACAO-ATUAL
             MOVE 'A' TO WK-SITUACAO-NOVA
          END-IF.
          EXEC SQL
             UPDATE EAD719.ACHADOFOL
                SET SITUACAO   = :WK-SITUACAO-NOVA,
                    USUARIOINV = :WK-USUARIO,
                    DATAINV    = CURRENT DATE,
                    PARECER    = :RS-PARECER
              WHERE TIPO     = :RS-TIPO
                AND CHAVE    = :RS-CHAVE
                AND SITUACAO = :WK-SITUACAO-ATUAL
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                IF   RS-OPERACAO = 'I'
                   DISPLAY 'ACHADO ' RS-TIPO ' ' RS-CHAVE
                           ' BAIXADO COMO INVESTIGADO'
                ELSE
                   DISPLAY 'ACHADO ' RS-TIPO ' ' RS-CHAVE ' REABERTO'
                END-IF
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ACHADO ' RS-TIPO ' ' RS-CHAVE ' NAO EXISTE '
                        'OU JA ESTA NA SITUACAO PEDIDA'
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NO ACHADO ' RS-TIPO ' ' RS-CHAVE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA BAIXA DE ACHADOS DA FOLHA'.
          DISPLAY '  OPERACOES APLICADAS ... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
