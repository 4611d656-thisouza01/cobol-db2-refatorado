        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CONFCART.
        AUTHOR.        THIAGO.
      **************************************************
      * CONFERENCIA DA DECLARACAO DE VINCULO           *
      * APRESENTADA POR TERCEIRO (BANCO, IMOBILIARIA,  *
      * CONSULADO): SO PELO CODIGO DE AUTENTICACAO     *
      * IMPRESSO NA CARTA, DIZ SE ELA FOI EMITIDA PELO *
      * CARTAVER E MOSTRA TUDO O QUE ELA AFIRMOU NA    *
      * EMISSAO (EAD719.CARTAVER) - O RH CONFRONTA COM *
      * O PAPEL E SABE SE A CARTA FOI ALTERADA.        *
      * CODIGO COM DIGITO VERIFICADOR ERRADO E         *
      * RECUSADO ANTES DA BUSCA (ERRO DE DIGITACAO).   *
      * O SALARIO DECLARADO SO APARECE SEM MASCARA     *
      * PARA QUEM TEM A CLASSE DE CAMPOS SENSIVEIS     *
      * (CPYSENS), COM REGISTRO EM EAD719.ACESSOSENS.  *
      *                                                *
      * LEIAUTE DO SYSIN (UM CODIGO POR REGISTRO):     *
      *   CODIGO X(13)                                 *
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
           05  RS-CODIGO.
               10  RS-CODIGO-BASE   PIC X(12).
               10  RS-CODIGO-DV     PIC X(01).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYSENS.
      *
      *    CONTEUDO DA CARTA GRAVADO NA EMISSAO.
       77  DB2-CV-CODFUN             PIC X(07)       VALUE SPACES.
       77  DB2-CV-FINALIDADE         PIC X(40)       VALUE SPACES.
       77  DB2-CV-EMISSAO            PIC X(10)       VALUE SPACES.
       77  DB2-CV-USUARIO            PIC X(08)       VALUE SPACES.
       77  DB2-CV-NOMEFUN            PIC X(30)       VALUE SPACES.
       77  DB2-CV-EMPRESA            PIC X(03)       VALUE SPACES.
       77  DB2-CV-ADMISSAO           PIC X(10)       VALUE SPACES.
       77  DB2-CV-DESLIGAMENTO       PIC X(10)       VALUE SPACES.
       77  DB2-CV-CARGO              PIC X(30)       VALUE SPACES.
       77  DB2-CV-SALARIO            PIC X(12)       VALUE SPACES.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-CODIGO-BASE            PIC 9(12)       VALUE ZEROS.
       77  WK-DV-CALCULADO           PIC 9(01)       VALUE ZEROS.
       77  WK-QTDE-AUTENTICA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NAO-AUTENTICA     PIC 9(05)       VALUE ZEROS.
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
          CALL "VALPERM" USING WK-CLASSE-SENSIVEL, WK-VE-SENSIVEL.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-CODIGO.
      *
       110-LER-CODIGO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          DISPLAY '------------------------------------------------'.
          IF   RS-CODIGO IS NOT NUMERIC
             ADD 1 TO WK-QTDE-NAO-AUTENTICA
             DISPLAY 'CODIGO ' RS-CODIGO ' INVALIDO - O CODIGO DE '
                     'AUTENTICACAO TEM 13 DIGITOS'
          ELSE
             MOVE RS-CODIGO-BASE TO WK-CODIGO-BASE
             CALL "CALCDVAU" USING WK-CODIGO-BASE, WK-DV-CALCULADO
             IF   RS-CODIGO-DV NOT = WK-DV-CALCULADO
                ADD 1 TO WK-QTDE-NAO-AUTENTICA
                DISPLAY 'CODIGO ' RS-CODIGO ' INVALIDO - DIGITO '
                        'VERIFICADOR NAO CONFERE (ERRO DE DIGITACAO '
                        'OU CODIGO FORJADO)'
             ELSE
                PERFORM 210-BUSCA-CARTA
             END-IF
          END-IF.
          PERFORM 110-LER-CODIGO.
      *
       210-BUSCA-CARTA.
          EXEC SQL
             SELECT CODFUN, FINALIDADE, CHAR(EMISSAO, EUR),
                    USUARIO, NOMEFUN, EMPRESA, ADMISSAO,
                    DESLIGAMENTO, CARGO, SALARIO
               INTO :DB2-CV-CODFUN, :DB2-CV-FINALIDADE,
                    :DB2-CV-EMISSAO, :DB2-CV-USUARIO,
                    :DB2-CV-NOMEFUN, :DB2-CV-EMPRESA,
                    :DB2-CV-ADMISSAO, :DB2-CV-DESLIGAMENTO,
                    :DB2-CV-CARGO, :DB2-CV-SALARIO
               FROM EAD719.CARTAVER
              WHERE CODIGO = :RS-CODIGO
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WK-QTDE-AUTENTICA
                PERFORM 220-EXIBE-CONTEUDO
             WHEN 100
                ADD 1 TO WK-QTDE-NAO-AUTENTICA
                DISPLAY 'CODIGO ' RS-CODIGO ' NAO FOI EMITIDO PELO RH '
                        '- CARTA NAO AUTENTICA'
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA CONSULTA DO CODIGO ' RS-CODIGO
                MOVE 12 TO RETURN-CODE
          END-EVALUATE.
      *
       220-EXIBE-CONTEUDO.
          DISPLAY 'CODIGO ' RS-CODIGO ' AUTENTICO - CONFRONTE A CARTA '
                  'APRESENTADA COM O CONTEUDO EMITIDO:'.
          DISPLAY '  EMITIDA EM ........ ' DB2-CV-EMISSAO
                  ' POR ' DB2-CV-USUARIO.
          DISPLAY '  FINALIDADE ........ ' DB2-CV-FINALIDADE.
          DISPLAY '  FUNCIONARIO ....... ' DB2-CV-CODFUN ' '
                  DB2-CV-NOMEFUN.
          DISPLAY '  EMPRESA ........... ' DB2-CV-EMPRESA.
          DISPLAY '  ADMISSAO .......... ' DB2-CV-ADMISSAO.
          IF   DB2-CV-DESLIGAMENTO NOT = SPACES
             DISPLAY '  DESLIGAMENTO ...... ' DB2-CV-DESLIGAMENTO
          END-IF.
          DISPLAY '  CARGO ............. ' DB2-CV-CARGO.
          EVALUATE TRUE
             WHEN DB2-CV-SALARIO = SPACES
                DISPLAY '  SALARIO ........... NAO CONSTA DA CARTA'
             WHEN VE-CAMPO-SENSIVEL
                DISPLAY '  SALARIO ........... R$ ' DB2-CV-SALARIO
                MOVE DB2-CV-CODFUN     TO DB2-ACS-CODFUN
                MOVE 'CONFCART'        TO DB2-ACS-PROGRAMA
                MOVE 'SALARIOFUN'      TO DB2-ACS-CAMPOS
                PERFORM GRAVA-ACESSO-SENSIVEL
                EXEC SQL COMMIT END-EXEC
             WHEN OTHER
                MOVE 'SALARIOFUN'      TO WK-CAMPO-MASCARA
                MOVE DB2-CV-SALARIO    TO WK-VALOR-MASCARA
                CALL "MASCSENS" USING WK-CAMPO-MASCARA,
                                      WK-VALOR-MASCARA
                DISPLAY '  SALARIO ........... ' WK-VALOR-MASCARA
                        ' (CONSTA DA CARTA - SEM CLASSE PARA VER)'
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          IF   WK-QTDE-NAO-AUTENTICA > ZEROS AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CONFERENCIA DE DECLARACOES DE VINCULO'.
          DISPLAY '  CODIGOS AUTENTICOS ....... ' WK-QTDE-AUTENTICA.
          DISPLAY '  CODIGOS NAO AUTENTICOS ... '
                  WK-QTDE-NAO-AUTENTICA.
          DISPLAY '================================================'.
          EXIT.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
          COPY GRAVACESS.
