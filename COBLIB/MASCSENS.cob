       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           MASCSENS.
      *****************************************************
      * MASCARA O VALOR DE UM CAMPO SENSIVEL PARA EXIBIR  *
      * A QUEM NAO TEM A CLASSE DE CAMPOS SENSIVEIS ('$'  *
      * EM EAD719.PERMISSOES, VIA VALPERM). O CAMPO E     *
      * IDENTIFICADO PELO MESMO NOME GRAVADO EM CAMPOALT  *
      * NA FUNCIONARIOS_HIST, PARA O HISTORICO SER        *
      * MASCARADO PELA MESMA REGRA DA CONSULTA:           *
      *   SALARIOFUN            TODO EM ASTERISCOS        *
      *   BANCOFUN/AGENCIAFUN/  TODO EM ASTERISCOS        *
      *   DIGITOFUN                                       *
      *   CPFFUN                SO OS DIGITOS 4 A 9       *
      *                         (***456789** OU           *
      *                         ***.456.789-**)           *
      *   CONTAFUN              SO OS 3 ULTIMOS DIGITOS   *
      *   CONTABANCO            BANCO AGENCIA CONTA-DIG   *
      *                         DO HISTORICO, SO OS 3     *
      *                         ULTIMOS DIGITOS DA CONTA  *
      * QUALQUER OUTRO CAMPO VOLTA COMO VEIO. VALOR EM    *
      * BRANCO CONTINUA EM BRANCO.                        *
      *****************************************************
       ENVIRONMENT                           DIVISION.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
      *
       77  WK-POS                         PIC 9(02)  VALUE ZEROS.
       77  WK-POS-INICIO                  PIC 9(02)  VALUE ZEROS.
       77  WK-POS-FIM                     PIC 9(02)  VALUE ZEROS.
       77  WK-POS-ULTIMO                  PIC 9(02)  VALUE ZEROS.
       77  WK-QTDE-DIGITOS                PIC 9(02)  VALUE ZEROS.
      *
       LINKAGE                               SECTION.
       01  LK-CAMPO-SENSIVEL                PIC X(10).
       01  LK-VALOR-MASCARA                 PIC X(30).
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CAMPO-SENSIVEL,
                                                 LK-VALOR-MASCARA.

       PERFORM MASCARA-CAMPO.
       GOBACK.

       MASCARA-CAMPO.
           IF   LK-VALOR-MASCARA            NOT = SPACES
               PERFORM MASCARA-POR-CAMPO
           END-IF.

       MASCARA-POR-CAMPO.
           EVALUATE LK-CAMPO-SENSIVEL
      *        SEM TAMANHO APARENTE: O TOTAL DE ASTERISCOS NAO
      *        PODE DENUNCIAR A QUANTIDADE DE DIGITOS DO SALARIO.
               WHEN 'SALARIOFUN'
               WHEN 'BANCOFUN'
               WHEN 'AGENCIAFUN'
               WHEN 'DIGITOFUN'
                   MOVE ALL '*'             TO LK-VALOR-MASCARA
               WHEN 'CPFFUN'
                   PERFORM MASCARA-CPF
               WHEN 'CONTAFUN'
                   MOVE 1                   TO WK-POS-INICIO
                   MOVE 30                  TO WK-POS-FIM
                   PERFORM MASCARA-CONTA
               WHEN 'CONTABANCO'
      *            BBB AAAA CCCCCCCC-D, COMO O ALTBANCO HISTORIA.
                   MOVE ALL '*'             TO LK-VALOR-MASCARA(1:3)
                                               LK-VALOR-MASCARA(5:4)
                                               LK-VALOR-MASCARA(19:1)
                   MOVE 10                  TO WK-POS-INICIO
                   MOVE 17                  TO WK-POS-FIM
                   PERFORM MASCARA-CONTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MASCARA-CPF.
      *    CONTA SO OS DIGITOS, PARA VALER TANTO PARA O CPF CRU DA
      *    TABELA QUANTO PARA O CPF PONTUADO.
           MOVE ZEROS TO WK-QTDE-DIGITOS.
           PERFORM VARYING WK-POS FROM 1 BY 1 UNTIL WK-POS > 30
               IF   LK-VALOR-MASCARA(WK-POS:1) IS NUMERIC
                   ADD 1 TO WK-QTDE-DIGITOS
                   IF   WK-QTDE-DIGITOS     < 4
                       OR WK-QTDE-DIGITOS   > 9
                       MOVE '*' TO LK-VALOR-MASCARA(WK-POS:1)
                   END-IF
               END-IF
           END-PERFORM.

       MASCARA-CONTA.
      *    MANTEM OS 3 ULTIMOS CARACTERES NAO BRANCOS DO TRECHO
      *    WK-POS-INICIO A WK-POS-FIM E MASCARA O RESTO.
           MOVE ZEROS TO WK-POS-ULTIMO.
           PERFORM VARYING WK-POS FROM WK-POS-INICIO BY 1
                   UNTIL WK-POS > WK-POS-FIM
               IF   LK-VALOR-MASCARA(WK-POS:1) NOT = SPACE
                   MOVE WK-POS TO WK-POS-ULTIMO
               END-IF
           END-PERFORM.
           IF   WK-POS-ULTIMO               > WK-POS-INICIO + 2
               SUBTRACT 3 FROM WK-POS-ULTIMO
               PERFORM VARYING WK-POS FROM WK-POS-INICIO BY 1
                       UNTIL WK-POS > WK-POS-ULTIMO
                   IF   LK-VALOR-MASCARA(WK-POS:1) NOT = SPACE
                       MOVE '*' TO LK-VALOR-MASCARA(WK-POS:1)
                   END-IF
               END-PERFORM
           END-IF.
