       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           CALCDVAU.
      *****************************************************
      * CALCULA O DIGITO VERIFICADOR DO CODIGO DE         *
      * AUTENTICACAO DA DECLARACAO DE VINCULO (12 DIGITOS *
      * BASE, PESOS 2 A 9 DA DIREITA PARA A ESQUERDA,     *
      * MODULO 11 - RESTO 0 OU 1 DA DV 0). USADO PARA     *
      * GERAR O CODIGO (CARTAVER) E PARA CONFERIR O       *
      * CODIGO APRESENTADO ANTES DA BUSCA (CONFCART).     *
      *****************************************************
       ENVIRONMENT                           DIVISION.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
       77  WK-SOMA                         PIC 9(05).
       77  WK-PESO                         PIC 9(02).
       77  WK-IDX                          PIC 9(02).
      *
       LINKAGE                               SECTION.
       01  LK-CODIGO-BASE.
           05  LK-DIGITO                   PIC 9 OCCURS 12 TIMES.
       01  LK-DIGITO-VERIF                 PIC 9.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CODIGO-BASE,
                                                 LK-DIGITO-VERIF.

       MOVE ZEROS TO WK-SOMA.
       MOVE 2     TO WK-PESO.
       PERFORM VARYING WK-IDX FROM 12 BY -1 UNTIL WK-IDX < 1
           COMPUTE WK-SOMA = WK-SOMA + LK-DIGITO(WK-IDX) * WK-PESO
           IF   WK-PESO = 9
               MOVE 2 TO WK-PESO
           ELSE
               ADD 1 TO WK-PESO
           END-IF
       END-PERFORM.
       IF   FUNCTION MOD(WK-SOMA, 11) < 2
           MOVE ZERO TO LK-DIGITO-VERIF
       ELSE
           COMPUTE LK-DIGITO-VERIF = 11 - FUNCTION MOD(WK-SOMA, 11)
       END-IF.
       GOBACK.
