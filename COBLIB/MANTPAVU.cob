        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANTPAVU.
        AUTHOR.        THIAGO.
      **************************************************
      * CATALOGO DOS TIPOS DE EVENTO AVULSO            *
      * (EAD719.TIPOAVULSO) LANCADOS PELA FUNCAO K DO  *
      * PROGMAIN/CICSFUNC (MANAVULS): BONUS, COMISSAO, *
      * LUVAS, REEMBOLSO, DESCONTO POR AVARIA OU       *
      * EQUIPAMENTO PERDIDO. CADA TIPO DIZ SE E        *
      * PROVENTO OU DESCONTO, SE E TRIBUTAVEL E O      *
      * LIMITE ACIMA DO QUAL O LANCAMENTO ESPERA A     *
      * APROVACAO DE UM SEGUNDO USUARIO (APRAVULS).    *
      * LIMITE ZERO = TODO LANCAMENTO DO TIPO VAI PARA *
      * APROVACAO. A NATUREZA E A TRIBUTACAO NAO MUDAM *
      * NA ALTERACAO (O QUE JA FOI PAGO CONTINUARIA    *
      * EXPLICADO PELA REGRA ERRADA) E TIPO COM        *
      * LANCAMENTO NAO E EXCLUIDO. MANTIDO NO MOLDE    *
      * DOS DEMAIS CADASTROS (MANPESQ).                *
      *   PROVENTO TRIBUTAVEL: ENTRA NA BASE DO INSS E *
      *     DO IRRF                                    *
      *   PROVENTO NAO TRIBUTAVEL: FICA FORA DA BASE   *
      *   DESCONTO TRIBUTAVEL: ABATE A BASE (ESTORNO   *
      *     DE PROVENTO TRIBUTAVEL PAGO A MAIOR)       *
      *   DESCONTO NAO TRIBUTAVEL: SO ABATE O LIQUIDO  *
      *                                                *
      * EAD719.TIPOAVULSO:                             *
      *   TIPOEVENTO X(03)                             *
      *   DESCRICAO  X(30)                             *
      *   NATUREZA   X(01)  P=PROVENTO D=DESCONTO      *
      *   TRIBUTAVEL X(01)  S/N                        *
      *   LIMITE     DEC(09,2)                         *
      *   DATAALT    DATE                              *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO   X(01)  I=INCLUI                   *
      *                     A=ALTERA DESCRICAO/LIMITE  *
      *                     E=EXCLUI                   *
      *                     L=LISTA (TIPO EM BRANCO =  *
      *                       TODOS)                   *
      *   TIPOEVENTO X(03)                             *
      *   DESCRICAO  X(30)  (I E A)                    *
      *   NATUREZA   X(01)  (I)                        *
      *   TRIBUTAVEL X(01)  (I)                        *
      *   LIMITE     9(07)V99 (I E A)                  *
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
           05  RS-TIPOEVENTO        PIC X(03).
           05  RS-DESCRICAO         PIC X(30).
           05  RS-NATUREZA          PIC X(01).
           05  RS-TRIBUTAVEL        PIC X(01).
           05  RS-LIMITE            PIC 9(07)V99.
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
      *
       77  WK-TIPOEVENTO             PIC X(03)       VALUE SPACES.
       77  WK-DESCRICAO              PIC X(30)       VALUE SPACES.
       77  WK-NATUREZA               PIC X(01)       VALUE SPACES.
       77  WK-TRIBUTAVEL             PIC X(01)       VALUE SPACES.
       77  WK-LIMITE                 PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIMITE-EDIT            PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-DATAALT                PIC X(10)       VALUE SPACES.
       77  WK-QTDE-LANCAMENTOS       PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-TIPOS CURSOR FOR
               SELECT TIPOEVENTO, DESCRICAO, NATUREZA, TRIBUTAVEL,
                      LIMITE, CHAR(DATAALT, EUR)
                 FROM EAD719.TIPOAVULSO
                WHERE TIPOEVENTO = :RS-TIPOEVENTO
                   OR :RS-TIPOEVENTO = ' '
                ORDER BY TIPOEVENTO
       END-EXEC.
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
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 210-INCLUI-TIPO
             WHEN 'A'
                PERFORM 220-ALTERA-TIPO
             WHEN 'E'
                PERFORM 230-EXCLUI-TIPO
             WHEN 'L'
                PERFORM 240-LISTA-TIPOS
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-TIPO.
          PERFORM 250-CONFERE-CAMPOS.
          IF   WK-TIPOEVENTO NOT = SPACES
           AND RS-NATUREZA NOT = 'P' AND RS-NATUREZA NOT = 'D'
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'NATUREZA ' RS-NATUREZA ' INVALIDA PARA O TIPO '
                     RS-TIPOEVENTO ' - USE P (PROVENTO) OU D '
                     '(DESCONTO)'
             MOVE SPACES TO WK-TIPOEVENTO
          END-IF.
          IF   WK-TIPOEVENTO NOT = SPACES
           AND RS-TRIBUTAVEL NOT = 'S' AND RS-TRIBUTAVEL NOT = 'N'
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'TRIBUTAVEL ' RS-TRIBUTAVEL ' INVALIDO PARA O '
                     'TIPO ' RS-TIPOEVENTO ' - USE S OU N'
             MOVE SPACES TO WK-TIPOEVENTO
          END-IF.
          IF   WK-TIPOEVENTO NOT = SPACES
             EXEC SQL
                INSERT INTO EAD719.TIPOAVULSO
                   (TIPOEVENTO, DESCRICAO, NATUREZA, TRIBUTAVEL,
                    LIMITE, DATAALT)
                   VALUES (:RS-TIPOEVENTO, :RS-DESCRICAO,
                           :RS-NATUREZA, :RS-TRIBUTAVEL,
                           :RS-LIMITE, CURRENT DATE)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   MOVE RS-LIMITE TO WK-LIMITE-EDIT
                   DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO ' '
                           RS-DESCRICAO ' INCLUIDO - LIMITE SEM '
                           'APROVACAO ' WK-LIMITE-EDIT
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO ' JA '
                           'EXISTE - USE A OPERACAO A'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       220-ALTERA-TIPO.
      *    SO A DESCRICAO E O LIMITE MUDAM - A NATUREZA E A
      *    TRIBUTACAO DO TIPO SAO AS DOS LANCAMENTOS JA FEITOS.
          PERFORM 250-CONFERE-CAMPOS.
          IF   WK-TIPOEVENTO NOT = SPACES
             EXEC SQL
                UPDATE EAD719.TIPOAVULSO
                   SET DESCRICAO = :RS-DESCRICAO,
                       LIMITE    = :RS-LIMITE,
                       DATAALT   = CURRENT DATE
                 WHERE TIPOEVENTO = :RS-TIPOEVENTO
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   MOVE RS-LIMITE TO WK-LIMITE-EDIT
                   DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO
                           ' ALTERADO - LIMITE SEM APROVACAO '
                           WK-LIMITE-EDIT
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO ' NAO '
                           'EXISTE - USE A OPERACAO I'
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       230-EXCLUI-TIPO.
          MOVE ZEROS TO WK-QTDE-LANCAMENTOS.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-LANCAMENTOS
               FROM EAD719.LANCAVULSO
              WHERE TIPOEVENTO = :RS-TIPOEVENTO
          END-EXEC.
          IF   WK-QTDE-LANCAMENTOS > ZEROS
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO ' TEM '
                     WK-QTDE-LANCAMENTOS ' LANCAMENTO(S) - NAO '
                     'PODE SER EXCLUIDO'
          ELSE
             EXEC SQL
                DELETE FROM EAD719.TIPOAVULSO
                 WHERE TIPOEVENTO = :RS-TIPOEVENTO
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO
                           ' EXCLUIDO'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO ' NAO '
                           'EXISTE'
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       240-LISTA-TIPOS.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-TIPOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-TIPOS
                  INTO :WK-TIPOEVENTO, :WK-DESCRICAO, :WK-NATUREZA,
                       :WK-TRIBUTAVEL, :WK-LIMITE, :WK-DATAALT
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                MOVE WK-LIMITE TO WK-LIMITE-EDIT
                DISPLAY '  ' WK-TIPOEVENTO ' ' WK-DESCRICAO
                        ' NATUREZA ' WK-NATUREZA
                        ' TRIBUTAVEL ' WK-TRIBUTAVEL
                        ' LIMITE ' WK-LIMITE-EDIT
                        ' DESDE ' WK-DATAALT
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-TIPOS
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM TIPO DE EVENTO AVULSO CADASTRADO'
          END-IF.
      *
       250-CONFERE-CAMPOS.
      *    DEVOLVE WK-TIPOEVENTO PREENCHIDO SO QUANDO TUDO CONFERE.
          MOVE SPACES TO WK-TIPOEVENTO.
          EVALUATE TRUE
             WHEN RS-TIPOEVENTO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE EVENTO EM BRANCO - RECUSADO'
             WHEN RS-DESCRICAO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DESCRICAO EM BRANCO PARA O TIPO '
                        RS-TIPOEVENTO ' - RECUSADO'
             WHEN RS-LIMITE NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'LIMITE NAO NUMERICO PARA O TIPO '
                        RS-TIPOEVENTO ' - RECUSADO'
             WHEN OTHER
                MOVE RS-TIPOEVENTO TO WK-TIPOEVENTO
          END-EVALUATE.
      *
       290-ERRO-SQL.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'TIPO DE EVENTO ' RS-TIPOEVENTO ' NAO MANTIDO - '
                  WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CATALOGO DE EVENTOS AVULSOS'.
          DISPLAY '  TIPOS MANTIDOS ........ ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
