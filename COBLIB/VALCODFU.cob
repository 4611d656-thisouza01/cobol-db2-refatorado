       PROGRAM-ID.                           VALCODFU.
      *****************************************************
      * CONFERE O FORMATO DO CODFUN INFORMADO NO SYSIN:   *
      * OS 7 CARACTERES PRECISAM SER NUMERICOS E O ULTIMO *
      * DIGITO E UM DIGITO VERIFICADOR CALCULADO SOBRE OS *
      * 6 PRIMEIROS (PESOS 6 A 1, MODULO 10) - O MESMO    *
      * ESQUEMA USADO POR GERA-CODFUN-SEQUENCIAL (INCLUIR)*
      * AO MONTAR UM CODFUN GERADO PELA SEQUENCE DO DB2.  *
      *****************************************************
               10  WK-DIG-1               PIC 9.
               10  WK-DIG-2               PIC 9.
               10  WK-DIG-3               PIC 9.
               10  WK-DIG-4               PIC 9.
               10  WK-DIG-5               PIC 9.
               10  WK-DIG-6               PIC 9.
           05  WK-DIG-VERIF               PIC 9.
       77  WK-DIG-CALCULADO               PIC 9       VALUE ZERO.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN-ACCEPT                PIC X(7).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-CODFUN-VALIDO==
                                   ==CAMPO-VALIDO== BY
