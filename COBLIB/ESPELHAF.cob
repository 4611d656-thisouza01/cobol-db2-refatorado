       FILE SECTION.
       FD  ARQ-ESPELHO.
       01  REG-ESPELHO.
           05  ESP-CODFUN           PIC X(07).
           05  ESP-NOMEFUN          PIC X(30).
           05  ESP-DEPTOFUN         PIC X(03).
           05  ESP-CARGOFUN         PIC X(04).
