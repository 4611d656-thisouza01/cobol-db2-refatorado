      * Classe de permissao de campos sensiveis (salario, CPF e
      * dados bancarios): uma linha de EAD719.PERMISSOES com FUNCAO
      * '$' para o USERID, conferida pelo mesmo VALPERM das funcoes
      * de transacao. Quem nao tem a classe ve esses campos pela
      * mascara do MASCSENS:
      *     CALL "VALPERM" USING WK-CLASSE-SENSIVEL, WK-VE-SENSIVEL.
      *     CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
      * (o nome do campo e o mesmo do CAMPOALT do historico)
       01  WK-CLASSE-SENSIVEL        PIC X(01)   VALUE '$'.
       01  WK-VE-SENSIVEL            PIC X(01)   VALUE 'N'.
           88  VE-CAMPO-SENSIVEL                 VALUE 'S'.
       01  WK-CAMPO-MASCARA          PIC X(10)   VALUE SPACES.
           88  CAMPO-SENSIVEL                    VALUE 'SALARIOFUN'
                                                       'CPFFUN'
                                                       'BANCOFUN'
                                                       'AGENCIAFUN'
                                                       'CONTAFUN'
                                                       'DIGITOFUN'
                                                       'CONTABANCO'.
       01  WK-VALOR-MASCARA          PIC X(30)   VALUE SPACES.
      * Registro de leitura de campo sensivel EAD719.ACESSOSENS
      * (LGPD: quem viu o salario, o CPF ou a conta de quem),
      * gravado pelo GRAVA-ACESSO-SENSIVEL (GRAVACESS) toda vez que
      * um desses campos e exibido sem mascara.
       01  DB2-ACS-USERID            PIC X(08)   VALUE SPACES.
       01  DB2-ACS-CODFUN            PIC X(07)   VALUE SPACES.
       01  DB2-ACS-PROGRAMA          PIC X(08)   VALUE SPACES.
       01  DB2-ACS-CAMPOS            PIC X(40)   VALUE SPACES.
