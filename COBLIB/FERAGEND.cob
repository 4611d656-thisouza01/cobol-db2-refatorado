      * REGISTRO POR TRANSACAO DO PROGMAIN.            *
      *                                                *
      * LEIAUTE DO SYSIN:                              *
      *   CODFUN      X(07)                            *
      *   DATA INICIO X(11)  DD/MM/AAAA                *
      *   DIAS        9(02)                            *
      *   DIAS VENDA  9(02)  ABONO PECUNIARIO          *
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-CODFUN            PIC X(07).
           05  RS-DATAINI           PIC X(11).
           05  RS-DIAS              PIC 9(02).
      *    ABONO PECUNIARIO (OPCIONAL): DIAS VENDIDOS, LIMITADOS A
      *
       FD  ARQ-REJEITO.
       01  REG-REJEITO.
           05  RJ-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RJ-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
       01  WK-DATA-NUM REDEFINES WK-DATA-AAAAMMDD
                                     PIC 9(08).
      *
       77  WK-PRG-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-PRG-NOME               PIC X(30)       VALUE SPACES.
       77  WK-PRG-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-PRG-DIAS               PIC 9(02)       VALUE ZEROS.
          MOVE ZEROS            TO WK-DIAS-CALEN.
          CALL "CALCDUTIL" USING WK-OPER-CALEN,
                                 WK-EMPRESA-FUNC,
                                 WK-DEPTOFUN-FUNC,
                                 WK-DATA-CALEN,
                                 WK-DIAS-CALEN,
                                 WK-INICIO-VALIDO.
