      * CONTROLE DE CICLO).                            *
      *                                                *
      * EAD719.DELEGACA:                               *
      *   CODDELEGANTE X(07)                           *
      *   CODDELEGADO  X(07)                           *
      *   DATAINI      X(10)  DD/MM/AAAA               *
      *   DATAFIM      X(10)  DD/MM/AAAA               *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI E=ENCERRA          *
      *   DELEGANTE X(07)                              *
      *   DELEGADO  X(07)                              *
      *   DATA INI  X(10)  DD/MM/AAAA                  *
      *   DATA FIM  X(10)  DD/MM/AAAA                  *
      **************************************************
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-DELEGANTE         PIC X(07).
           05  RS-DELEGADO          PIC X(07).
           05  RS-DATAINI           PIC X(10).
           05  RS-DATAFIM           PIC X(10).
      *
       77  WK-STATUS-DELEGANTE       PIC X(01)       VALUE SPACES.
      *    SUBIDA DA CADEIA DE GESTOR DO DELEGADO, COM TRAVA DE
      *    PROFUNDIDADE COMO NO VALGESTO.
       77  WK-CODFUN-CADEIA          PIC X(07)       VALUE SPACES.
       77  WK-GESTOR-CADEIA          PIC X(07)       VALUE SPACES.
       77  WK-NIVEIS                 PIC 9(02)       VALUE ZEROS.
       77  WK-NA-LINHA               PIC X           VALUE 'N'.
           88  DELEGADO-NA-LINHA                     VALUE 'S'.
