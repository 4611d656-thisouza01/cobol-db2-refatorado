       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           CALCDIG.
      *****************************************************
      * CALCULA O DIGITO VERIFICADOR DOS 6 PRIMEIROS      *
      * DIGITOS DE UM CODFUN (PESOS 6,5,4,3,2,1, MODULO   *
      * 10). OS PESOS CONTAM DA DIREITA, ENTAO O CODFUN   *
      * ANTIGO DE 3 DIGITOS COMPLETADO COM ZEROS A        *
      * ESQUERDA (CONVCODF) MANTEM O MESMO DIGITO DE      *
      * QUANDO ERA CALCULADO COM OS PESOS 3,2,1.          *
      * USADO TANTO PARA CONFERIR UM CODFUN INFORMADO NO  *
      * SYSIN (VALCODFU) QUANTO PARA MONTAR UM CODFUN     *
      * GERADO PELA SEQUENCE DO DB2 (INCLUIR).            *
           05  LK-DIG-1                    PIC 9.
           05  LK-DIG-2                    PIC 9.
           05  LK-DIG-3                    PIC 9.
           05  LK-DIG-4                    PIC 9.
           05  LK-DIG-5                    PIC 9.
           05  LK-DIG-6                    PIC 9.
       01  LK-DIGITO-VERIF                 PIC 9.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-DIGITO-VERIF.

       COMPUTE LK-DIGITO-VERIF =
               FUNCTION MOD((LK-DIG-1 * 6) +
                            (LK-DIG-2 * 5) +
                            (LK-DIG-3 * 4) +
                            (LK-DIG-4 * 3) +
                            (LK-DIG-5 * 2) +
                            (LK-DIG-6 * 1), 10).
       GOBACK.
