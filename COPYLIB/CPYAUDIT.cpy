      * por falta de permissao ('N') - segregacao de funcoes passa a
      * ser imposta pelo sistema e a recusa fica registrada.
       01  DB2-AUD-FUNCAO            PIC X(01).
       01  DB2-AUD-CODFUN            PIC X(07).
       01  DB2-AUD-USERID            PIC X(08).
       01  DB2-AUD-RESULT            PIC X(01)   VALUE 'P'.
