      *  ------  isamhrel releases expired holds in the nightly
      *  ------  chain.  Placing or releasing a hold takes update
      *  ------  authority; the (L)ist mode shows an account's holds.
      *  ------  Check deposits posted through FILEIDX or isampost
      *  ------  place their own hold from the availability schedule
      *  ------  (reason "CHK DEP ...", see isamaval); releasing one
      *  ------  of those before its date is logged on ./DATA/HOLD-
      *  ------  OVERRIDES with the operator who released it.

       environment division.
       configuration section.
           03  op-hist1        pic x(08).
           03  op-hist2        pic x(08).
           03  op-hist3        pic x(08).
           03  op-delegation.
               05  op-dlg-level    pic x(01).
               05  op-dlg-start    pic 9(08).
               05  op-dlg-end      pic 9(08).
               05  op-dlg-auth     pic x(08).

       working-storage section.
       01  hold-error          pic XX.

       01  ws-pw-result        pic x(01).

      *  ------  Early release of a scheduled check-deposit hold.
       01  ws-today            pic 9(08).
       01  ws-ovr-program      pic x(08) value "isamhold".
       01  ws-ovr-action       pic x(01) value "E".
       01  ws-ovr-sched-date   pic 9(08).

       procedure division.

      *  ------  Trap for IO-errors
                                           op-pwd-hash-sw
                                           WS-PASSWORD-ENTRY
                                           ws-pw-result
               call "isamdlgt" using op-level op-delegation
           end-if.

           if WS-NOT-FOUND
      *  ------  Manual release of a specific hold before its date,
      *  ------  e.g. the check cleared early.
       release-holds.
           call "isamdate" using ws-today.
           display space.
           display "Release funds hold" line 3 position 25.
           display "Account number   :" line 4 position 10.
                       display "Hold already released                 "
                           line 24 position 1
                   else
                       move hd-release-date to ws-ovr-sched-date
                       set hd-released to TRUE
                       rewrite hold-record
                       if hd-reason(1:8) = "CHK DEP "
                        and ws-ovr-sched-date > ws-today
                           call "isamaval-override" using
                               ws-ovr-program WS-OPERATOR-ID
                               hd-acctno hd-seq ws-ovr-action
                               ws-ovr-sched-date ws-today
                       end-if
                       display "Hold released                         "
                           line 24 position 1
                   end-if
