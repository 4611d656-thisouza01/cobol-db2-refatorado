       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALCNPJ.
      *****************************************************
      * CONFERE O CNPJ INFORMADO PELO ALGORITMO OFICIAL   *
      * DOS DOIS DIGITOS VERIFICADORES (MODULO 11, PESOS  *
      * 2..9 DA DIREITA PARA A ESQUERDA SOBRE OS 12 E OS  *
      * 13 PRIMEIROS ALGARISMOS, RESTO MENOR QUE 2        *
      * RESULTA EM DIGITO 0) - MESMO MOLDE DO VALCPF.     *
      * CNPJ COM OS 14 ALGARISMOS IGUAIS E REJEITADO.     *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
       77  WK-POSICAO                     PIC 9(02)  VALUE ZEROS.
       77  WK-ALGARISMO                   PIC 9(01)  VALUE ZERO.
       77  WK-SOMA                        PIC 9(04)  VALUE ZEROS.
       77  WK-PESO                        PIC 9(02)  VALUE ZEROS.
       77  WK-RESTO                       PIC 9(02)  VALUE ZEROS.
       77  WK-DIGITO-1                    PIC 9(01)  VALUE ZERO.
       77  WK-DIGITO-2                    PIC 9(01)  VALUE ZERO.
       77  WK-TODOS-IGUAIS                PIC X      VALUE 'S'.
           88  TODOS-IGUAIS                          VALUE 'S'.
      *
       LINKAGE                               SECTION.
       01  LK-CNPJ-ACCEPT                   PIC X(14).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-CNPJ-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CNPJ-VALIDO==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CNPJ-ACCEPT,
                                                 LK-CNPJ-VALIDO.

       PERFORM CONFERE-CNPJ.
       GOBACK.

       CONFERE-CNPJ.
           MOVE 'N' TO LK-CNPJ-VALIDO.

           IF   LK-CNPJ-ACCEPT          NOT NUMERIC
               GOBACK
           END-IF.

           MOVE 'S' TO WK-TODOS-IGUAIS.
           PERFORM VARYING WK-POSICAO FROM 2 BY 1
                   UNTIL WK-POSICAO > 14
               IF   LK-CNPJ-ACCEPT(WK-POSICAO:1)
                    NOT = LK-CNPJ-ACCEPT(1:1)
                   MOVE 'N' TO WK-TODOS-IGUAIS
               END-IF
           END-PERFORM.
           IF   TODOS-IGUAIS
               GOBACK
           END-IF.

      *    PRIMEIRO DIGITO: PESOS 5 A 2 E 9 A 2 SOBRE OS 12
      *    PRIMEIROS.
           MOVE ZEROS TO WK-SOMA.
           MOVE 5     TO WK-PESO.
           PERFORM VARYING WK-POSICAO FROM 1 BY 1
                   UNTIL WK-POSICAO > 12
               MOVE LK-CNPJ-ACCEPT(WK-POSICAO:1) TO WK-ALGARISMO
               COMPUTE WK-SOMA = WK-SOMA + (WK-ALGARISMO * WK-PESO)
               PERFORM PROXIMO-PESO
           END-PERFORM.
           COMPUTE WK-RESTO = FUNCTION MOD(WK-SOMA, 11).
           IF   WK-RESTO                < 2
               MOVE ZERO TO WK-DIGITO-1
           ELSE
               COMPUTE WK-DIGITO-1 = 11 - WK-RESTO
           END-IF.

      *    SEGUNDO DIGITO: PESOS 6 A 2 E 9 A 2 SOBRE OS 12
      *    PRIMEIROS MAIS O PRIMEIRO DIGITO VERIFICADOR.
           MOVE ZEROS TO WK-SOMA.
           MOVE 6     TO WK-PESO.
           PERFORM VARYING WK-POSICAO FROM 1 BY 1
                   UNTIL WK-POSICAO > 12
               MOVE LK-CNPJ-ACCEPT(WK-POSICAO:1) TO WK-ALGARISMO
               COMPUTE WK-SOMA = WK-SOMA + (WK-ALGARISMO * WK-PESO)
               PERFORM PROXIMO-PESO
           END-PERFORM.
           COMPUTE WK-SOMA = WK-SOMA + (WK-DIGITO-1 * 2).
           COMPUTE WK-RESTO = FUNCTION MOD(WK-SOMA, 11).
           IF   WK-RESTO                < 2
               MOVE ZERO TO WK-DIGITO-2
           ELSE
               COMPUTE WK-DIGITO-2 = 11 - WK-RESTO
           END-IF.

           MOVE LK-CNPJ-ACCEPT(13:1) TO WK-ALGARISMO.
           IF   WK-ALGARISMO            = WK-DIGITO-1
               MOVE LK-CNPJ-ACCEPT(14:1) TO WK-ALGARISMO
               IF   WK-ALGARISMO        = WK-DIGITO-2
                   SET CNPJ-VALIDO TO TRUE
               END-IF
           END-IF.

       PROXIMO-PESO.
      *    OS PESOS DESCEM ATE 2 E RECOMECAM EM 9.
           IF   WK-PESO                 = 2
               MOVE 9 TO WK-PESO
           ELSE
               SUBTRACT 1 FROM WK-PESO
           END-IF.
