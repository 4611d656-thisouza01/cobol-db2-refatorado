        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANFILIA.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DE ESTABELECIMENTOS (FILIAIS) DE CADA *
      * EMPRESA (EAD719.FILIAL): CADA EMPRESA E UMA    *
      * ENTIDADE LEGAL COM VARIAS FILIAIS, CADA UMA    *
      * COM SEU CNPJ, ENDERECO E MUNICIPIO. TODO       *
      * DEPARTAMENTO FICA NUM ESTABELECIMENTO DA SUA   *
      * EMPRESA (DEPARTAMENTOS.FILIALDEP, FUNCOES C/M  *
      * DO PROGMAIN), E E POR ESTABELECIMENTO QUE O    *
      * CAGEDMOV E O EXTRENC TOTALIZAM E QUE O         *
      * CALCDUTIL APLICA OS FERIADOS MUNICIPAIS        *
      * (FERIADOS.CODMUNIC, MANCALEN). MANTIDO NO      *
      * MOLDE DO MANCALEN.                             *
      *                                                *
      * EAD719.FILIAL:                                 *
      *   CODFILIAL  X(04)                             *
      *   EMPRESAFIL X(03)  (BRANCO = EMPRESA          *
      *                     PRINCIPAL)                 *
      *   CNPJFIL    X(14)                             *
      *   ENDERFIL   X(40)                             *
      *   MUNICFIL   X(30)  NOME DO MUNICIPIO          *
      *   UFFIL      X(02)                             *
      *   CODMUNFIL  X(07)  CODIGO IBGE DO MUNICIPIO   *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI                    *
      *                    A=ALTERA (CAMPOS EM BRANCO  *
      *                      FICAM COMO ESTAO)         *
      *                    E=EXCLUI (SEM DEPARTAMENTO) *
      *                    L=LISTA (CODIGO EM BRANCO = *
      *                      TODAS DA EMPRESA)         *
      *   CODFILIAL X(04)                              *
      *   EMPRESA   X(03)                              *
      *   CNPJ      X(14)                              *
      *   ENDERECO  X(40)                              *
      *   MUNICIPIO X(30)                              *
      *   UF        X(02)                              *
      *   CODMUNIC  X(07)                              *
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
           05  RS-CODFILIAL         PIC X(04).
           05  RS-EMPRESA           PIC X(03).
           05  RS-CNPJ              PIC X(14).
           05  RS-ENDERECO          PIC X(40).
           05  RS-MUNICIPIO         PIC X(30).
           05  RS-UF                PIC X(02).
           05  RS-CODMUNIC          PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-EMPRESA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==EMPRESA-VALIDA==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CNPJ-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CNPJ-VALIDO==.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *
      *    CADASTRO ATUAL DO ESTABELECIMENTO.
       77  WK-EMPRESAFIL             PIC X(03)       VALUE SPACES.
       77  WK-CNPJFIL                PIC X(14)       VALUE SPACES.
       77  WK-ENDERFIL               PIC X(40)       VALUE SPACES.
       77  WK-MUNICFIL               PIC X(30)       VALUE SPACES.
       77  WK-UFFIL                  PIC X(02)       VALUE SPACES.
       77  WK-CODMUNFIL              PIC X(07)       VALUE SPACES.
       77  WK-CODFILIAL              PIC X(04)       VALUE SPACES.
       77  WK-QTDE-DEPTOS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
      *    ESTABELECIMENTOS DA EMPRESA, PARA A LISTAGEM.
       EXEC SQL
           DECLARE CUR-FILIAIS CURSOR FOR
               SELECT CODFILIAL, CNPJFIL, MUNICFIL, UFFIL,
                      CODMUNFIL
                 FROM EAD719.FILIAL
                WHERE EMPRESAFIL = :RS-EMPRESA
                  AND (CODFILIAL = :RS-CODFILIAL
                       OR :RS-CODFILIAL = ' ')
                ORDER BY CODFILIAL
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
                PERFORM 210-INCLUI-FILIAL
             WHEN 'A'
                PERFORM 220-ALTERA-FILIAL
             WHEN 'E'
                PERFORM 230-EXCLUI-FILIAL
             WHEN 'L'
                PERFORM 240-LISTA-FILIAIS
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-FILIAL.
          IF   RS-EMPRESA = SPACES
             SET EMPRESA-VALIDA TO TRUE
          ELSE
             CALL "VALEMPRE" USING RS-EMPRESA, WK-EMPRESA-VALIDA
          END-IF.
          CALL "VALCNPJ" USING RS-CNPJ, WK-CNPJ-VALIDO.
          EVALUATE TRUE
             WHEN RS-CODFILIAL = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CODIGO DO ESTABELECIMENTO EM BRANCO - '
                        'RECUSADO'
             WHEN NOT EMPRESA-VALIDA
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EMPRESA ' RS-EMPRESA ' NAO EXISTE - '
                        'ESTABELECIMENTO ' RS-CODFILIAL ' RECUSADO'
             WHEN NOT CNPJ-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CNPJ ' RS-CNPJ ' INVALIDO - '
                        'ESTABELECIMENTO ' RS-CODFILIAL ' RECUSADO'
             WHEN RS-MUNICIPIO = SPACES
               OR RS-UF = SPACES
               OR RS-CODMUNIC NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'MUNICIPIO, UF OU CODIGO IBGE INVALIDO - '
                        'ESTABELECIMENTO ' RS-CODFILIAL ' RECUSADO'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.FILIAL
                      (CODFILIAL, EMPRESAFIL, CNPJFIL, ENDERFIL,
                       MUNICFIL, UFFIL, CODMUNFIL)
                      VALUES (:RS-CODFILIAL, :RS-EMPRESA, :RS-CNPJ,
                              :RS-ENDERECO, :RS-MUNICIPIO, :RS-UF,
                              :RS-CODMUNIC)
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL
                              ' (CNPJ ' RS-CNPJ ') INCLUIDO'
                   WHEN -803
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL
                              ' OU CNPJ ' RS-CNPJ ' JA EXISTE'
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      PERFORM 290-ERRO-SQL
                END-EVALUATE
          END-EVALUATE.
      *
       220-ALTERA-FILIAL.
          PERFORM 250-LE-FILIAL.
          IF   SQLCODE = 0
             MOVE 'S' TO WK-CNPJ-VALIDO
             IF   RS-CNPJ NOT = SPACES
                MOVE RS-CNPJ TO WK-CNPJFIL
                CALL "VALCNPJ" USING RS-CNPJ, WK-CNPJ-VALIDO
             END-IF
             IF   RS-ENDERECO NOT = SPACES
                MOVE RS-ENDERECO TO WK-ENDERFIL
             END-IF
             IF   RS-MUNICIPIO NOT = SPACES
                MOVE RS-MUNICIPIO TO WK-MUNICFIL
             END-IF
             IF   RS-UF NOT = SPACES
                MOVE RS-UF TO WK-UFFIL
             END-IF
             IF   RS-CODMUNIC NOT = SPACES
                MOVE RS-CODMUNIC TO WK-CODMUNFIL
             END-IF
          END-IF.
          EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL
                        ' NAO EXISTE - ALTERACAO RECUSADA'
             WHEN NOT CNPJ-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CNPJ ' RS-CNPJ ' INVALIDO - '
                        'ESTABELECIMENTO ' RS-CODFILIAL ' RECUSADO'
             WHEN WK-CODMUNFIL NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CODIGO IBGE ' WK-CODMUNFIL ' INVALIDO - '
                        'ESTABELECIMENTO ' RS-CODFILIAL ' RECUSADO'
             WHEN OTHER
                EXEC SQL
                   UPDATE EAD719.FILIAL
                      SET CNPJFIL   = :WK-CNPJFIL,
                          ENDERFIL  = :WK-ENDERFIL,
                          MUNICFIL  = :WK-MUNICFIL,
                          UFFIL     = :WK-UFFIL,
                          CODMUNFIL = :WK-CODMUNFIL
                    WHERE CODFILIAL = :RS-CODFILIAL
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL
                              ' ALTERADO'
                   WHEN -803
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'CNPJ ' WK-CNPJFIL ' JA PERTENCE A '
                              'OUTRO ESTABELECIMENTO'
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      PERFORM 290-ERRO-SQL
                END-EVALUATE
          END-EVALUATE.
      *
       230-EXCLUI-FILIAL.
      *    ESTABELECIMENTO COM DEPARTAMENTO NAO SAI - OS
      *    DEPARTAMENTOS PRECISAM SER MUDADOS ANTES (FUNCAO M).
          MOVE ZEROS TO WK-QTDE-DEPTOS.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-DEPTOS
               FROM EAD719.DEPARTAMENTOS
              WHERE FILIALDEP = :RS-CODFILIAL
          END-EXEC.
          IF   WK-QTDE-DEPTOS > ZEROS
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL ' TEM '
                     WK-QTDE-DEPTOS ' DEPARTAMENTO(S) - EXCLUSAO '
                     'RECUSADA'
          ELSE
             EXEC SQL
                DELETE FROM EAD719.FILIAL
                 WHERE CODFILIAL = :RS-CODFILIAL
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL
                           ' EXCLUIDO'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL
                           ' NAO EXISTE'
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       240-LISTA-FILIAIS.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-FILIAIS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FILIAIS
                  INTO :WK-CODFILIAL, :WK-CNPJFIL, :WK-MUNICFIL,
                       :WK-UFFIL, :WK-CODMUNFIL
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                DISPLAY '  ' WK-CODFILIAL ' CNPJ ' WK-CNPJFIL ' '
                        WK-MUNICFIL ' ' WK-UFFIL ' (' WK-CODMUNFIL
                        ')'
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-FILIAIS
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM ESTABELECIMENTO PARA A EMPRESA '
                     RS-EMPRESA
          END-IF.
      *
       250-LE-FILIAL.
          EXEC SQL
             SELECT EMPRESAFIL, CNPJFIL, ENDERFIL, MUNICFIL, UFFIL,
                    CODMUNFIL
               INTO :WK-EMPRESAFIL, :WK-CNPJFIL, :WK-ENDERFIL,
                    :WK-MUNICFIL, :WK-UFFIL, :WK-CODMUNFIL
               FROM EAD719.FILIAL
              WHERE CODFILIAL = :RS-CODFILIAL
          END-EXEC.
      *
       290-ERRO-SQL.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'ESTABELECIMENTO ' RS-CODFILIAL ' NAO MANTIDO - '
                  WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE ESTABELECIMENTOS'.
          DISPLAY '  ESTABELECIMENTOS MANTIDOS ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
