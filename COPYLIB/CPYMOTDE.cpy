      * Motivo de desligamento (EAD719.MOTDESLIG, MANMOTDE). O
      * chamador move o codigo para MD-CODMOTIVO e chama o VALMOTDE,
      * que devolve os demais campos do cadastro:
      *   MD-CODLEGAL    - codigo do motivo no CAGED (01 pedido do
      *                    empregado, 02 iniciativa do empregador,
      *                    03 termino de contrato ...)
      *   MD-TIPORESC    - tipo da rescisao para as verbas do
      *                    CALCRESC (S/P/J/T, como no TERMINA)
      *   MD-VOLUNTARIO  - S = saida por iniciativa do empregado
      *   MD-LAMENTADA   - S = perda que a empresa lamenta
       01  MD-MOTIVO.
           05  MD-CODMOTIVO          PIC X(02).
           05  MD-DESCRICAO          PIC X(30).
           05  MD-CODLEGAL           PIC X(02).
           05  MD-TIPORESC           PIC X(01).
           05  MD-VOLUNTARIO         PIC X(01).
               88  MD-SAIDA-VOLUNTARIA               VALUE 'S'.
           05  MD-LAMENTADA          PIC X(01).
               88  MD-PERDA-LAMENTADA                VALUE 'S'.
