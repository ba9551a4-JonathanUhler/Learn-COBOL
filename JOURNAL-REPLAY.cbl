               01 BALANCES.
                   05 BALANCE-ID PIC 9(8).
                   05 BALANCE-AMMOUNT PIC S9(10)V9(2).
                   05 BALANCE-REST PIC X(51).
       WORKING-STORAGE SECTION.
      * Resolved at startup by the shared FILE-PATHS subprogram from
      * the shop's data-directory configuration file
