           05 HS-TOTAL-GRAIN-PRODUCED PIC 9(6).
           05 HS-SEP3 PIC X(1).
           05 HS-TOTAL-STARVED PIC 9(5).
           05 HS-SEP4 PIC X(1).
           05 HS-KINGDOM PIC X(20).

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD PIC X(80).
