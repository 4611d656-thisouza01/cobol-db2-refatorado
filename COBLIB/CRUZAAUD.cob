       FILE SECTION.
       FD  ARQ-ESPELHO.
       01  REG-ESPELHO.
           05  ESP-CODFUN           PIC X(07).
           05  ESP-NOMEFUN          PIC X(30).
           05  ESP-DEPTOFUN         PIC X(03).
           05  ESP-CARGOFUN         PIC X(04).
       01  REG-RELATORIO.
           05  RL-ORIGEM            PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CHAVE             PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-USUARIO           PIC X(08).
           05  FILLER               PIC X(02)       VALUE SPACES.
