        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANDOCUM.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DE DOCUMENTOS PROFISSIONAIS, NO MOLDE *
      * DO MANCURSO:                                   *
      * - EXIGENCIAS POR CARGO (EAD719.DOCCARGO): O    *
      *   TIPO DE DOCUMENTO QUE O CARGO EXIGE E A      *
      *   CATEGORIA (SIGLA DO CONSELHO OU CATEGORIA    *
      *   MINIMA DA HABILITACAO; BRANCO = QUALQUER);   *
      * - DOCUMENTOS DO FUNCIONARIO (EAD719.DOCFUN):   *
      *   NUMERO, ORGAO EMISSOR, CATEGORIA E VALIDADE, *
      *   UM POR TIPO. PODE SER CADASTRADO ANTES DA    *
      *   ADMISSAO, NO CODFUN QUE O INCLUIR VAI        *
      *   RECEBER. A RENOVACAO (A) ZERA OS AVISOS DE   *
      *   VENCIMENTO DO VENCEDOC.                      *
      * TIPOS: CP CONSELHO PROFISSIONAL, CN CARTEIRA   *
      * DE HABILITACAO (VALIDADE OBRIGATORIA), AR      *
      * AUTORIZACAO DE RESIDENCIA E TRABALHO DO        *
      * ESTRANGEIRO. O VALDOCUM CONFERE NA ADMISSAO E  *
      * NA MUDANCA DE CARGO.                           *
      *                                                *
      * EAD719.DOCFUN:                                 *
      *   CODFUN     X(07)                             *
      *   TIPODOC    X(02)                             *
      *   NUMERO     X(20)                             *
      *   ORGAO      X(10)                             *
      *   CATEGORIA  X(05)                             *
      *   VALIDADE   X(10)  DD/MM/AAAA, BRANCO = SEM   *
      *   AVISO      X(01)  ULTIMO AVISO DO VENCEDOC   *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)                              *
      *   TIPO      X(01)  C=CARGO F=FUNCIONARIO       *
      *   PARA TIPO C (I=INCLUI E=EXCLUI):             *
      *     CARGO     X(04)                            *
      *     TIPODOC   X(02)                            *
      *     CATEGORIA X(05)                            *
      *   PARA TIPO F (I=INCLUI A=ALTERA E=EXCLUI):    *
      *     CODFUN    X(07)                            *
      *     TIPODOC   X(02)                            *
      *     NUMERO    X(20)                            *
      *     ORGAO     X(10)                            *
      *     CATEGORIA X(05)                            *
      *     VALIDADE  X(10)  DD/MM/AAAA                *
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
           05  RS-TIPO              PIC X(01).
           05  RS-DADOS-FUNC.
               10  RS-CODFUN        PIC X(07).
               10  RS-TIPODOC       PIC X(02).
               10  RS-NUMERO        PIC X(20).
               10  RS-ORGAO         PIC X(10).
               10  RS-CATEGORIA     PIC X(05).
               10  RS-VALIDADE      PIC X(10).
           05  RS-DADOS-CARGO REDEFINES RS-DADOS-FUNC.
               10  RS-CARGO         PIC X(04).
               10  RS-CRG-TIPODOC   PIC X(02).
               10  RS-CRG-CATEGORIA PIC X(05).
               10  FILLER           PIC X(40).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CARGO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CARGO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CODFUN-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CODFUN-VALIDO==.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-VALOR-OK               PIC X           VALUE 'N'.
           88  VALOR-OK                              VALUE 'S'.
       77  WK-TIPODOC                PIC X(02)       VALUE SPACES.
           88  TIPODOC-VALIDO                        VALUE 'CP' 'CN'
                                                           'AR'.
       01  WK-VALIDADE-PARTES.
           05  WK-VAL-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-VAL-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-VAL-ANO           PIC 9(04).
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
          EVALUATE RS-TIPO
             WHEN 'C'
                PERFORM 210-TRATA-EXIGENCIA
             WHEN 'F'
                PERFORM 250-TRATA-DOCUMENTO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO ' RS-TIPO ' INVALIDO - USE C (CARGO) '
                        'OU F (FUNCIONARIO)'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-TRATA-EXIGENCIA.
          MOVE RS-CRG-TIPODOC TO WK-TIPODOC.
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 220-INCLUI-EXIGENCIA
             WHEN 'E'
                PERFORM 230-EXCLUI-EXIGENCIA
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'EXIGENCIA DO CARGO - USE I OU E'
          END-EVALUATE.
      *
       220-INCLUI-EXIGENCIA.
      *    O CARGO PRECISA EXISTIR NO CADASTRO DE CARGOS (VALCARGO),
      *    COMO EM QUALQUER AMARRACAO A ESSA DIMENSAO.
          CALL "VALCARGO" USING RS-CARGO, WK-CARGO-VALIDO.
          EVALUATE TRUE
             WHEN NOT CARGO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGO ' NAO EXISTE NO CADASTRO '
                        'DE CARGOS - EXIGENCIA RECUSADA'
             WHEN NOT TIPODOC-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE DOCUMENTO ' WK-TIPODOC ' INVALIDO '
                        '- USE CP, CN OU AR'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.DOCCARGO
                      (CARGOFUN, TIPODOC, CATEGORIA)
                      VALUES (:RS-CARGO, :WK-TIPODOC,
                              :RS-CRG-CATEGORIA)
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      DISPLAY 'DOCUMENTO ' WK-TIPODOC ' '
                              RS-CRG-CATEGORIA ' EXIGIDO PARA O '
                              'CARGO ' RS-CARGO
                   WHEN -803
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'DOCUMENTO ' WK-TIPODOC ' JA EXIGIDO '
                              'PARA O CARGO ' RS-CARGO
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
                      MOVE SQLCODE TO WK-SQLCODE-EDIT
                      CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                            WK-SQLCODE-MSG
                      DISPLAY 'EXIGENCIA NAO GRAVADA - '
                              WK-SQLCODE-MSG
                      EXEC SQL ROLLBACK END-EXEC
                END-EVALUATE
          END-EVALUATE.
      *
       230-EXCLUI-EXIGENCIA.
          EXEC SQL
             DELETE FROM EAD719.DOCCARGO
              WHERE CARGOFUN = :RS-CARGO
                AND TIPODOC  = :WK-TIPODOC
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'EXIGENCIA DO DOCUMENTO ' WK-TIPODOC
                        ' PARA O CARGO ' RS-CARGO ' EXCLUIDA'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EXIGENCIA DO DOCUMENTO ' WK-TIPODOC
                        ' PARA O CARGO ' RS-CARGO ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'EXIGENCIA NAO EXCLUIDA - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       250-TRATA-DOCUMENTO.
          MOVE RS-TIPODOC TO WK-TIPODOC.
          EVALUATE RS-OPERACAO
             WHEN 'I'
             WHEN 'A'
                PERFORM 255-CONFERE-DOCUMENTO
                IF   NOT VALOR-OK
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'DOCUMENTO ' WK-TIPODOC ' DO FUNCIONARIO '
                           RS-CODFUN ' RECUSADO'
                ELSE
                   IF   RS-OPERACAO = 'I'
                      PERFORM 260-INCLUI-DOCUMENTO
                   ELSE
                      PERFORM 270-ALTERA-DOCUMENTO
                   END-IF
                END-IF
             WHEN 'E'
                PERFORM 280-EXCLUI-DOCUMENTO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'DOCUMENTO DO FUNCIONARIO - USE I, A OU E'
          END-EVALUATE.
      *
       255-CONFERE-DOCUMENTO.
      *    O FUNCIONARIO PODE AINDA NAO EXISTIR (DOCUMENTO DE QUEM
      *    VAI SER ADMITIDO) - CONFERE-SE SO O DIGITO DO CODFUN.
          MOVE 'N' TO WK-VALOR-OK.
          CALL "VALCODFU" USING RS-CODFUN, WK-CODFUN-VALIDO.
          MOVE RS-VALIDADE TO WK-VALIDADE-PARTES.
          EVALUATE TRUE
             WHEN NOT CODFUN-VALIDO
                DISPLAY 'CODFUN ' RS-CODFUN ' INVALIDO - CONFIRA O '
                        'DIGITO VERIFICADOR'
             WHEN NOT TIPODOC-VALIDO
                DISPLAY 'TIPO DE DOCUMENTO ' WK-TIPODOC ' INVALIDO '
                        '- USE CP, CN OU AR'
             WHEN RS-NUMERO = SPACES
                DISPLAY 'NUMERO DO DOCUMENTO ' WK-TIPODOC
                        ' EM BRANCO'
             WHEN RS-VALIDADE = SPACES AND WK-TIPODOC = 'CN'
                DISPLAY 'CARTEIRA DE HABILITACAO SEM VALIDADE'
             WHEN RS-VALIDADE = SPACES
                SET VALOR-OK TO TRUE
             WHEN RS-VALIDADE(3:1) NOT = '/'
              OR  RS-VALIDADE(6:1) NOT = '/'
              OR  WK-VALIDADE-PARTES(1:2) NOT NUMERIC
              OR  WK-VALIDADE-PARTES(4:2) NOT NUMERIC
              OR  WK-VALIDADE-PARTES(7:4) NOT NUMERIC
                DISPLAY 'VALIDADE ' RS-VALIDADE ' INVALIDA - USE '
                        'DD/MM/AAAA'
             WHEN WK-VAL-MES < 1 OR WK-VAL-MES > 12
              OR  WK-VAL-DIA < 1 OR WK-VAL-DIA > 31
                DISPLAY 'VALIDADE ' RS-VALIDADE ' INVALIDA - USE '
                        'DD/MM/AAAA'
             WHEN OTHER
                SET VALOR-OK TO TRUE
          END-EVALUATE.
      *
       260-INCLUI-DOCUMENTO.
          EXEC SQL
             INSERT INTO EAD719.DOCFUN
                (CODFUN, TIPODOC, NUMERO, ORGAO, CATEGORIA,
                 VALIDADE, AVISO)
                VALUES (:RS-CODFUN, :WK-TIPODOC, :RS-NUMERO,
                        :RS-ORGAO, :RS-CATEGORIA, :RS-VALIDADE, ' ')
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'DOCUMENTO ' WK-TIPODOC ' ' RS-NUMERO
                        ' DO FUNCIONARIO ' RS-CODFUN ' INCLUIDO'
             WHEN -803
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' JA TEM DOCUMENTO '
                        WK-TIPODOC ' - USE A PARA RENOVAR'
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'DOCUMENTO NAO INCLUIDO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       270-ALTERA-DOCUMENTO.
      *    DOCUMENTO RENOVADO VOLTA A RECEBER OS AVISOS DO VENCEDOC.
          EXEC SQL
             UPDATE EAD719.DOCFUN
                SET NUMERO    = :RS-NUMERO,
                    ORGAO     = :RS-ORGAO,
                    CATEGORIA = :RS-CATEGORIA,
                    VALIDADE  = :RS-VALIDADE,
                    AVISO     = ' '
              WHERE CODFUN  = :RS-CODFUN
                AND TIPODOC = :WK-TIPODOC
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'DOCUMENTO ' WK-TIPODOC ' DO FUNCIONARIO '
                        RS-CODFUN ' ALTERADO - VALIDADE '
                        RS-VALIDADE
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM DOCUMENTO '
                        WK-TIPODOC
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'DOCUMENTO NAO ALTERADO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       280-EXCLUI-DOCUMENTO.
          EXEC SQL
             DELETE FROM EAD719.DOCFUN
              WHERE CODFUN  = :RS-CODFUN
                AND TIPODOC = :WK-TIPODOC
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'DOCUMENTO ' WK-TIPODOC ' DO FUNCIONARIO '
                        RS-CODFUN ' EXCLUIDO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM DOCUMENTO '
                        WK-TIPODOC
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'DOCUMENTO NAO EXCLUIDO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE DOCUMENTOS PROFISSIONAIS'.
          DISPLAY '  REGISTROS MANTIDOS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
