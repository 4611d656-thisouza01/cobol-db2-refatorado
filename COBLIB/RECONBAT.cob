       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN                PIC X(100).
       01  REG-SYSIN-DEPTO REDEFINES REG-SYSIN.
           05  RS-DEPTO-FUNCAO      PIC X.
           05  RS-DEPTO-COD         PIC X(03).
           05  FILLER               PIC X(96).
       01  REG-SYSIN-CARGO REDEFINES REG-SYSIN.
           05  RS-CARGO-FUNCAO      PIC X.
           05  RS-CARGO-COD         PIC X(04).
           05  FILLER               PIC X(95).
       01  REG-SYSIN-FUNC REDEFINES REG-SYSIN.
      *    MESMO LEIAUTE DE WK-ACCEPT (CPYACEP) PARA OS DOIS PRIMEIROS
      *    CAMPOS - FUNCAO E CODFUN SAO OS UNICOS DE QUE A
      *    RECONCILIACAO PRECISA PARA CASAR COM O CHECKPOINT.
           05  RF-FUNCAO             PIC X.
           05  RF-CODFUN             PIC X(07).
           05  FILLER                PIC X(92).
      *
       FD  ARQ-CHECKPOINT.
       01  REG-CHECKPOINT.
           05  CKPT-FUNCAO           PIC X.
           05  CKPT-CODFUN           PIC X(7).
      *
       FD  ARQ-RECONC.
       01  REG-RECONC.
           88  FIM-SYSIN                             VALUE 'S'.
      *    MESMA LEITURA ADIANTADA DO QUARTO REGISTRO OPCIONAL DE
      *    ENDERECO ('@' NA COLUNA 1) FEITA PELO PROGMAIN.
       77  WK-REG-SEGURADO           PIC X(100)      VALUE SPACES.
       77  WK-TEM-SEGURADO           PIC X           VALUE 'N'.
           88  TEM-REGISTRO-SEGURADO                 VALUE 'S'.
       77  WK-EOF-ADIANTE            PIC X           VALUE 'N'.
       77  WK-MODO-RESTART           PIC X           VALUE 'N'.
           88  EM-RESTART                            VALUE 'S'.
       77  WK-PARM-FUNCAO-FILTRO     PIC X           VALUE SPACES.
       77  WK-CODFUN-ATUAL           PIC X(07)       VALUE SPACES.
      *
      *    UM CONTADOR DE ENTRADA POR FUNCAO, NA MESMA ORDEM USADA
      *    PELO RESUMO DE FIM DE LOTE DO PROGMAIN.
       01  TAB-CONT-ENTRADA.
           05  CE-FUNCAO-TAB         OCCURS 20 TIMES.
               10  CE-FUNCAO         PIC X(01).
               10  CE-QTDE-SYSIN     PIC 9(05)       VALUE ZEROS.
               10  CE-QTDE-AUDITFUN  PIC 9(05)       VALUE ZEROS.
          PERFORM 200-PROCESSAR.
          PERFORM 900-FINALIZAR.
          STOP RUN.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE 'I' TO CE-FUNCAO(1).
          MOVE 'W' TO CE-FUNCAO(17).
          MOVE 'Y' TO CE-FUNCAO(18).
          MOVE 'Z' TO CE-FUNCAO(19).
          MOVE 'K' TO CE-FUNCAO(20).
          PERFORM 102-TRATA-PARM.
          OPEN INPUT  ARQ-SYSIN.
      *    PULA O HEADER (TIPO 0) DO SYSIN, CONFERIDO PELO PROGMAIN.
          OPEN OUTPUT ARQ-RECONC.
          PERFORM 103-VERIFICA-CHECKPOINT.
          PERFORM 110-LER-TRANSACAO.
      *******************************************************
       102-TRATA-PARM.
      *    MESMA PALAVRA-CHAVE SOMENTE=X TRATADA EM 102-TRATA-PARM DO
      *    PROGMAIN - PRECISA SER A MESMA PARA A CONTAGEM DO SYSIN
                        'FUNCAO ' WK-PARM-FUNCAO-FILTRO
             END-IF
          END-IF.
      *******************************************************
       103-VERIFICA-CHECKPOINT.
      *    MESMO CHECKPT LIDO PELO PROGMAIN EM 120-VERIFICA-CHECKPOINT
      *    - SE HOUVER UM CHECKPOINT DE EXECUCAO ANTERIOR, AS
             END-IF
             CLOSE ARQ-CHECKPOINT
          END-IF.
      *******************************************************
       110-LER-TRANSACAO.
      *    MESMA LOGICA DE LEITURA DO PROGMAIN: AS TRANSACOES DE
      *    CADASTRO (C/M/X/G/H/J/T) OCUPAM UM UNICO REGISTRO; AS DE
                WHEN 'B'
                WHEN 'P'
                WHEN 'Z'
                WHEN 'K'
                   CONTINUE
                WHEN OTHER
                   PERFORM 111-PULA-REGISTROS-FUNCIONARIO
             END-EVALUATE
          END-IF.
      *******************************************************
       111-PULA-REGISTROS-FUNCIONARIO.
          READ ARQ-SYSIN
             AT END
                   END-IF
             END-READ
          END-IF.
      *******************************************************
       120-CONTA-ENTRADA.
          EVALUATE RS-DEPTO-FUNCAO
             WHEN 'C'
             WHEN 'P'
             WHEN 'Z'
                MOVE RS-CARGO-COD  TO WK-CODFUN-ATUAL
             WHEN 'K'
                MOVE RF-CODFUN     TO WK-CODFUN-ATUAL
             WHEN OTHER
                MOVE RF-CODFUN     TO WK-CODFUN-ATUAL
          END-EVALUATE.
             IF  WK-PARM-FUNCAO-FILTRO = SPACES
                 OR RS-DEPTO-FUNCAO = WK-PARM-FUNCAO-FILTRO
                PERFORM VARYING WK-SUBSCR FROM 1 BY 1
                          UNTIL WK-SUBSCR > 20
                   IF  CE-FUNCAO(WK-SUBSCR) = RS-DEPTO-FUNCAO
                      ADD 1 TO CE-QTDE-SYSIN(WK-SUBSCR)
                      MOVE 21 TO WK-SUBSCR
                   END-IF
                END-PERFORM
             END-IF
          END-IF.
      *******************************************************
       121-VERIFICA-FIM-RESTART.
      *    MESMO CRITERIO DE 210-PULA-TRANSACAO-PROCESSADA DO
      *    PROGMAIN: A PROPRIA TRANSACAO QUE CASA COM O CHECKPOINT
              AND WK-CODFUN-ATUAL = CKPT-CODFUN
             SET WK-MODO-RESTART TO 'N'
          END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL FIM-SYSIN
          CLOSE ARQ-SYSIN.
          PERFORM 210-LER-AUDITFUN.
          PERFORM 220-GRAVA-RECONCILIACAO.
      *******************************************************
       210-LER-AUDITFUN.
          EXEC SQL
             OPEN CUR-RECONC
          EXEC SQL
             CLOSE CUR-RECONC
          END-EXEC.
      *******************************************************
       211-ACUMULA-AUDITFUN.
          PERFORM VARYING WK-SUBSCR FROM 1 BY 1
                    UNTIL WK-SUBSCR > 20
             IF  CE-FUNCAO(WK-SUBSCR) = DB2-AUD-FUNCAO
                MOVE WK-QTDE-AUDITFUN TO CE-QTDE-AUDITFUN(WK-SUBSCR)
                MOVE 21 TO WK-SUBSCR
             END-IF
          END-PERFORM.
      *******************************************************
       220-GRAVA-RECONCILIACAO.
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 20
             PERFORM 230-GRAVA-LINHA-RECONC
          END-PERFORM.
      *******************************************************
       230-GRAVA-LINHA-RECONC.
          MOVE SPACES                    TO REG-RECONC.
          MOVE CE-FUNCAO(WK-IDX)         TO RC-FUNCAO.
             ADD 1 TO WK-QTDE-DIVERGENTE
          END-IF.
          WRITE REG-RECONC.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RECONC.
