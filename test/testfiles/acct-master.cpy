           05  acct-status            pic x(01).
               88  acct-is-open           value 'O'.
               88  acct-is-closed         value 'C'.
               88  acct-is-dormant        value 'D'.
           05  acct-open-date         pic 9(08).
           05  acct-filler            pic x(55).
           05  acct-filler-r redefines acct-filler.
               10  acct-last-activity pic x(08).
               10  filler             pic x(47).
