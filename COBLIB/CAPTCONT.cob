       FILE SECTION.
       FD  ARQ-ESPELHO.
       01  REG-ESPELHO.
           05  ESP-CODFUN           PIC X(07).
           05  ESP-NOMEFUN          PIC X(30).
           05  ESP-DEPTOFUN         PIC X(03).
           05  ESP-CARGOFUN         PIC X(04).
           05  ESP-STATUSFUN        PIC X(01).
      *
       FD  ARQ-CAPTURA.
       01  REG-CAPTURA              PIC X(100).
      *
       WORKING-STORAGE               SECTION.
       77  WK-ESP-STATUS             PIC X(02)  VALUE SPACES.
       LINKAGE                       SECTION.
       01  LK-ACCEPT.
              05 LK-FUNCAO-ACCEPT       PIC X.
              05 LK-CODFUN-ACCEPT       PIC X(7).
              05 LK-RESTO-ACCEPT        PIC X(77).
       01  LK-COMPL-ACCEPT           PIC X(65).
       01  LK-ENDERECO-ACCEPT        PIC X(66).
       COPY CPYSTAT.
           ELSE
               MOVE SPACES           TO REG-CAPTURA
               MOVE LK-FUNCAO-ACCEPT TO REG-CAPTURA(1:1)
               MOVE LK-CODFUN-ACCEPT TO REG-CAPTURA(2:7)
               WRITE REG-CAPTURA
               MOVE SPACES           TO REG-CAPTURA
               MOVE LK-ACCEPT        TO REG-CAPTURA(1:85)
               WRITE REG-CAPTURA
               MOVE SPACES           TO REG-CAPTURA
               MOVE LK-COMPL-ACCEPT  TO REG-CAPTURA(1:65)
