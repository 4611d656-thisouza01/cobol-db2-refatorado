      * Area de comunicacao com o CACHEREF, o cache em memoria das
      * tabelas de referencia consultadas pelos VALxxxx (DEPARTAMENTOS,
      * CARGOS, EMPRESA, DOMINIOOK, FAIXASAL e PERMISSOES). So o
      * PROGMAIN carrega o cache; em qualquer outro chamador (CICS,
      * demais lotes) a consulta volta CR-INATIVO e o VALxxxx segue
      * com o seu proprio SELECT, como sempre fez.
       01  CR-AREA.
           05  CR-OPERACAO           PIC X(01).
               88  CR-OPER-CARREGA                   VALUE 'C'.
               88  CR-OPER-RECARREGA                 VALUE 'R'.
               88  CR-OPER-CONSULTA                  VALUE 'L'.
               88  CR-OPER-ESTATISTICA               VALUE 'E'.
           05  CR-TABELA             PIC X(01).
               88  CR-TAB-DEPTO                      VALUE 'D'.
               88  CR-TAB-CARGO                      VALUE 'G'.
               88  CR-TAB-EMPRESA                    VALUE 'E'.
               88  CR-TAB-DOMINIO                    VALUE 'M'.
               88  CR-TAB-FAIXASAL                   VALUE 'F'.
               88  CR-TAB-PERMISSAO                  VALUE 'P'.
               88  CR-TAB-TODAS                      VALUE '*'.
           05  CR-CHAVE              PIC X(30).
           05  CR-SITUACAO           PIC X(01).
               88  CR-INATIVO                        VALUE 'I'.
               88  CR-ACHOU                          VALUE 'S'.
               88  CR-NAO-ACHOU                      VALUE 'N'.
           05  CR-VALOR-MIN          PIC 9(06)V99.
           05  CR-VALOR-MAX          PIC 9(06)V99.
           05  CR-QTDE-LINHAS        PIC 9(07).
           05  CR-QTDE-CONSULTAS     PIC 9(09).
           05  CR-QTDE-RECARGAS      PIC 9(05).
