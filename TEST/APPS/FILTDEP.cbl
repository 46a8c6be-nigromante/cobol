      *  ------  TRANLOG/TRANHIST path, and isamtmat matures the
      *  ------  deposits in the nightly chain.  Opening takes update
      *  ------  authority; the serial comes off ./DATA/TERMDEP-CTL.
      *  ------  (C)hange mode is for the customer who answers
      *  ------  isamtdnt's pre-maturity notice: key the deposit
      *  ------  number and the new P/R instruction.  Only an open
      *  ------  deposit not yet at maturity can be changed, and each
      *  ------  change is logged against the deposit on ./DATA/
      *  ------  TDJRNL with the operator, the old instruction and
      *  ------  the new one.

       environment division.
       configuration section.
               organization is indexed
               access is random
               record key is hist-key
               alternate record key is th-date with duplicates
               status is tran-hist-status.

           select optional loghash-ctl
               organization is line sequential
               status is loghash-ctl-status.

           select optional td-jrnl
               assign "./DATA/TDJRNL"
               organization is line sequential
               status is td-jrnl-status.

       data division.
       file section.
       fd  isamfile.
       01  in-record.
           03  acctno      pic 9(06).
           03  currcode    pic x(03).
           03  amount      pic s9(07)v99.
           03  ytd-amount  pic s9(07)v99.
           03  prodcode    pic x(02).
           03  branch      pic x(02).
               88  acct-frozen    value "F".
               88  acct-closed    value "C".
               88  acct-dormant   value "D".
               88  acct-deceased  value "X".

       fd  termdep.
       01  term-record.
           03  td-status       pic x(01).
               88  td-open             value "O".
               88  td-matured          value "M".
               88  td-broken           value "B".

       fd  opermast.
       01  oper-record.
           03  op-hist1        pic x(08).
           03  op-hist2        pic x(08).
           03  op-hist3        pic x(08).
           03  op-delegation.
               05  op-dlg-level    pic x(01).
               05  op-dlg-start    pic 9(08).
               05  op-dlg-end      pic 9(08).
               05  op-dlg-auth     pic x(08).

       fd  tdno-ctl.
       01  tdno-ctl-rec        pic 9(06).
       01  rate-line.
           03  rt-currcode     pic x(03).
           03  filler          pic x(01).
           03  rt-band-low     pic 9(07).99.
           03  filler          pic x(01).
           03  rt-band-high    pic 9(07).99.
           03  filler          pic x(01).
           03  rt-rate         pic 9.9(04).
           03  filler          pic x(01).
           03  rt-class        pic x(02).

       fd  trans-log.
       01  trans-log-rec       pic x(45).

       fd  tran-hist.
       01  hist-record.
               05  th-date     pic 9(08).
               05  th-time     pic 9(06).
               05  th-seq      pic 9(03).
           03  th-old-amount   pic s9(07)v99.
           03  th-new-amount   pic s9(07)v99.
           03  th-operator     pic x(08).
           03  th-txncode      pic x(03).
           03  th-rev-sw       pic x(01).
       fd  loghash-ctl.
       01  loghash-ctl-rec     pic 9(09).

       fd  td-jrnl.
       01  td-jrnl-rec         pic x(53).

       working-storage section.
       01  file-error          pic XX.
       01  term-error          pic XX.
       01  rate-file-status    pic XX.
       01  trans-log-status    pic XX.
       01  tran-hist-status    pic XX.
       01  td-jrnl-status      pic XX.

       77  formato PIC -(8)9.99.

      *  ------  Instruction changes, one line each, laid out as the
      *  ------  CUSTJRNL line but keyed by deposit.
       01  td-jrnl-line.
           03  tj-date         pic 9(08).
           03  filler          pic x(01) value space.
           03  tj-time         pic 9(06).
           03  filler          pic x(01) value space.
           03  tj-operator     pic x(08).
           03  filler          pic x(01) value space.
           03  tj-tdno         pic 9(06).
           03  filler          pic x(01) value space.
           03  tj-acctno       pic 9(06).
           03  filler          pic x(01) value space.
           03  tj-field        pic x(10) value "ROLLOVER".
           03  filler          pic x(01) value space.
           03  tj-old          pic x(01).
           03  filler          pic x(01) value space.
           03  tj-new          pic x(01).

       01  WS-MODE-SW          pic X(01) VALUE 'O'.
           88  WS-OPEN-MODE              VALUE 'O'.
           88  WS-CHANGE-MODE            VALUE 'C'.
       01  ws-change-tdno      pic 9(06).
       01  ws-changed          pic 9(05) value zero.

       01  trans-log-line.
           03  tl-acctno       pic 9(06).
           03  filler          pic x(01) value space.
           03  tl-old-amount   pic s9(07)v99.
           03  filler          pic x(01) value space.
           03  tl-new-amount   pic s9(07)v99.
           03  filler          pic x(01) value space.
           03  tl-operator     pic x(08).
           03  filler          pic x(01) value space.
           perform register-session.
           perform open-files.
           perform verify-operator.
           perform select-mode.
           call "isamdate" using WS-TODAY.

           if WS-CHANGE-MODE
               perform show-change-screen
               perform read-change-tdno
               perform change-one-instruction
                   until ws-change-tdno = zero
               display "Instructions changed :" line 20 position 10
               display ws-changed line 20 position 33
           else
               perform load-tdno-ctl
               perform show-screen
               move "Y" to WS-REPLY
               perform open-one-deposit
                   until WS-REPLY not = "Y" and WS-REPLY not = "y"
               perform save-tdno-ctl
               display "Deposits opened :" line 20 position 10
               display ws-opened line 20 position 29
           end-if.

           perform close-files.

                                           op-pwd-hash-sw
                                           WS-PASSWORD-ENTRY
                                           ws-pw-result
               call "isamdlgt" using op-level op-delegation
           end-if.

           if WS-NOT-FOUND
           end-if.


       select-mode.
           display "Mode - (O)pen or (C)hange P/R ?         "
               line 1 position 40.
           accept WS-MODE-SW line 1 position 78.
           if WS-MODE-SW = "c"
               set WS-CHANGE-MODE to TRUE
           end-if.
           if not WS-CHANGE-MODE
               set WS-OPEN-MODE to TRUE
           end-if.


       load-tdno-ctl.
           move zero to WS-NEXT-TDNO.
           open input tdno-ctl.
                   display "Linked account not found              "
                       line 24 position 1
               not invalid key
                   if acct-frozen or acct-closed or acct-deceased
                       display "Linked account frozen/closed/deceased "
                           line 24 position 1
                   else
                       if amount in in-record < ws-principal
           end-evaluate.


       show-change-screen.
           display space.
           display "Rollover instruction change" line 3 position 25.
           display "Deposit number   :" line 4 position 10.
           display "Linked account   :" line 5 position 10.
           display "Principal        :" line 6 position 10.
           display "Term (months)    :" line 7 position 10.
           display "Maturity date    :" line 9 position 10.
           display "Instruction now  :" line 10 position 10.
           display "New (R/P)        :" line 11 position 10.
           display "(deposit number zero to finish)"
               line 13 position 10.


       read-change-tdno.
           move zero to ws-change-tdno.
           accept ws-change-tdno line 4 position 29.


      *  ------  Up to the day before maturity: on the day itself
      *  ------  isamtmat acts on whatever is standing.
       change-one-instruction.
           perform clear-change-fields.
           perform read-change-deposit.

           if WS-FOUND
               move td-acctno to ws-link-acct
               display ws-link-acct line 5 position 29
               move td-principal to formato
               display formato line 6 position 29
               display td-term-months line 7 position 29
               display td-maturity line 9 position 29
               display td-rollover line 10 position 29
               move space to ws-rollover
               accept ws-rollover line 11 position 29
               perform apply-instruction
           end-if.

           perform read-change-tdno.


       clear-change-fields.
           display "            " line 5 position 29.
           display "            " line 6 position 29.
           display "            " line 7 position 29.
           display "            " line 9 position 29.
           display "            " line 10 position 29.
           display "            " line 11 position 29.


       read-change-deposit.
           set WS-NOT-FOUND to TRUE.
           move ws-change-tdno to td-tdno.
           read termdep
               invalid key
                   display "Deposit not found                     "
                       line 24 position 1
               not invalid key
                   if not td-open
                       display "Deposit matured or broken - no change "
                           line 24 position 1
                   else
                       if td-maturity not > WS-TODAY
                           display "Deposit at maturity - too late  "
                               line 24 position 1
                       else
                           set WS-FOUND to TRUE
                       end-if
                   end-if
           end-read.


       apply-instruction.
           if ws-rollover = "r"
               move "R" to ws-rollover
           end-if.
           if ws-rollover = "p"
               move "P" to ws-rollover
           end-if.

           evaluate true
               when ws-rollover not = "R" and ws-rollover not = "P"
                   display "Instruction must be R or P - no change"
                       line 24 position 1
               when ws-rollover = td-rollover
                   display "Instruction unchanged                 "
                       line 24 position 1
               when other
                   move td-rollover to tj-old
                   move ws-rollover to td-rollover
                   rewrite term-record
                       invalid key
                           display "TERMDEP: rewrite failed          "
                               line 24 position 1
                       not invalid key
                           move ws-rollover to tj-new
                           perform write-td-journal
                           add 1 to ws-changed
                           display "Instruction changed           "
                               line 24 position 1
                   end-rewrite
           end-evaluate.


       write-td-journal.
           call "isamdate" using tj-date.
           accept WS-TIME-RAW from time.
           move WS-TIME-RAW(1:6) to tj-time.
           move WS-OPERATOR-ID to tj-operator.
           move td-tdno to tj-tdno.
           move td-acctno to tj-acctno.
           move td-jrnl-line to td-jrnl-rec.
           write td-jrnl-rec.


      *  ------  The principal leaves the linked account as a normal
      *  ------  movement so the balance and the deposit can never
      *  ------  disagree.
               perform load-loghash-ctl
           end-if.
           call "isamhash" using ws-prev-hash
                                  trans-log-line(1:35) tl-hash.
           move tl-hash to ws-prev-hash.
           perform save-loghash-ctl.

           open input opermast.
           open extend trans-log.
           open i-o tran-hist.
           open extend td-jrnl.


       close-files.
           close opermast.
           close trans-log.
           close tran-hist.
           close td-jrnl.
           perform release-session.
