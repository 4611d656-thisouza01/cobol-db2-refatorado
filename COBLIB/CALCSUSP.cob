      *    A CHAVE E ESTAGIADA DA LINKAGE PARA A WORKING-STORAGE
      *    ANTES DO OPEN - O PRE-COMPILADOR EXIGE A HOST VARIABLE
      *    DECLARADA ANTES DO CURSOR QUE A REFERENCIA.
       77  WK-CODFUN                        PIC X(07) VALUE SPACES.
       77  WK-DATAINI                       PIC X(10) VALUE SPACES.
       77  WK-DATAFIM                       PIC X(10) VALUE SPACES.
       01  WK-INI-PARTES.
       END-EXEC.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN                        PIC X(07).
       01  LK-MESES-SUSPENSOS               PIC 9(03).
      *
       PROCEDURE                             DIVISION USING
