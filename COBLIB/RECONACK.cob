      * QUE ELES LERAM) CONTRA O MANIFESTO             *
      * EAD719.MANIFEST GRAVADO NA GERACAO             *
      * (EXTRFOLHA, EXTRBEN, EXTRDEP, EXTRVAR,         *
      * EXTRCDC, GLJORNAL E OS ARQUIVOS DW* DO         *
      * EXTRDW). CONFIRMACAO QUE BATE MARCA O          *
      * MANIFESTO; DIVERGENCIA E ARQUIVO NAO           *
      * CONFIRMADO DENTRO DO SLA (PARM='HORAS=NN',     *
      * PADRAO 24) SAEM NO RELATORIO COM RETURN-CODE 8 *
      * - NINGUEM MAIS DESCOBRE TRANSFERENCIA TRUNCADA *
