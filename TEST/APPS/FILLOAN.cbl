       identification division.
       program-id.    isamloan.
       author.        kik.

      *  ------  Loan opening screen, in the isamtdep style.  Loans
      *  ------  used to live on paper beside the deposit books; now
      *  ------  each one is a record on ./DATA/LOANMAST: principal,
      *  ------  annual rate, number of installments, payment
      *  ------  frequency (M monthly, Q quarterly, S half-yearly,
      *  ------  A yearly), first due date, the loan product code
      *  ------  and the linked repayment account.  Installments are
      *  ------  level (French) amortization: the same payment every
      *  ------  period, interest on the outstanding balance at the
      *  ------  period rate, the rest reducing principal, and the
      *  ------  last installment absorbing the rounding.  Every
      *  ------  installment goes on ./DATA/LOANSCHED (keyed loan
      *  ------  number + installment number) for the collection run
      *  ------  and is printed to ./DATA/LOAN-SCHED-RPT; the loan
      *  ------  agreement, with the principal spelled out through
      *  ------  CANCELAR and the annual rate in words, goes to
      *  ------  ./DATA/LOAN-AGREEMENTS.  The
      *  ------  principal is disbursed by crediting the linked
      *  ------  INOUTFILE account through the normal TRANLOG/
      *  ------  TRANHIST path.  Opening takes update authority; the
      *  ------  serial comes off ./DATA/LOANMAST-CTL.
      *  ------  The repayment account prints masked on the
      *  ------  agreement to the site setting on ./DATA/MASK-CTL,
      *  ------  with a document reference beside it (see isammask).

       environment division.
       configuration section.

       special-names.
            console is crt
            decimal-point is comma.

       input-output section.
       file-control.
           select isamfile
               assign "./DATA/INOUTFILE"
               organization is indexed
               access is random
               record key is acctno
               status is file-error.

           select optional loanmast
               assign "./DATA/LOANMAST"
               organization is indexed
               access is random
               record key is ln-loanno
               status is loan-error.

           select optional loansched
               assign "./DATA/LOANSCHED"
               organization is indexed
               access is random
               record key is ls-key
               status is sched-error.

           select optional prodmast
               assign "./DATA/PRODMAST"
               organization is indexed
               access is random
               record key is pd-prodcode
               status is prod-error.

           select optional custmast
               assign "./DATA/CUSTMAST"
               organization is indexed
               access is random
               record key is cm-acctno
               status is cust-error.

           select opermast
               assign "./DATA/OPERMAST"
               organization is indexed
               access is random
               record key is op-id
               status is oper-error.

           select optional loanno-ctl
               assign "./DATA/LOANMAST-CTL"
               organization is line sequential
               status is loanno-ctl-status.

           select optional sched-rpt
               assign "./DATA/LOAN-SCHED-RPT"
               organization is line sequential
               status is sched-rpt-status.

           select optional letter-file
               assign "./DATA/LOAN-AGREEMENTS"
               organization is line sequential
               status is letter-file-status.

           select trans-log
               assign "./DATA/TRANLOG"
               organization is line sequential
               status is trans-log-status.

           select optional tran-hist
               assign "./DATA/TRANHIST"
               organization is indexed
               access is random
               record key is hist-key
               alternate record key is th-date with duplicates
               status is tran-hist-status.

           select optional loghash-ctl
               assign "./DATA/TRANLOG-HASH"
               organization is line sequential
               status is loghash-ctl-status.

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
           03  status-code pic x(01).
               88  acct-open      value "O", " ".
               88  acct-frozen    value "F".
               88  acct-closed    value "C".
               88  acct-dormant   value "D".
               88  acct-deceased  value "X".

       fd  loanmast.
       01  loan-record.
           03  ln-loanno       pic 9(06).
           03  ln-acctno       pic 9(06).
           03  ln-currcode     pic x(03).
           03  ln-prodcode     pic x(02).
           03  ln-principal    pic 9(07)v99.
           03  ln-rate         pic 9v9(04).
           03  ln-term         pic 9(03).
           03  ln-freq         pic x(01).
               88  ln-freq-monthly     value "M".
               88  ln-freq-quarterly   value "Q".
               88  ln-freq-halfyear    value "S".
               88  ln-freq-yearly      value "A".
           03  ln-first-due    pic 9(08).
           03  ln-payment      pic 9(07)v99.
           03  ln-open-date    pic 9(08).
           03  ln-balance      pic 9(07)v99.
           03  ln-status       pic x(01).
               88  ln-open             value "O".
               88  ln-paid-off         value "P".
               88  ln-paid-early       value "E".
           03  ln-close-date   pic 9(08).
           03  ln-operator     pic x(08).

       fd  loansched.
       01  sched-record.
           03  ls-key.
               05  ls-loanno   pic 9(06).
               05  ls-instno   pic 9(03).
           03  ls-due-date     pic 9(08).
           03  ls-payment      pic 9(07)v99.
           03  ls-interest     pic 9(07)v99.
           03  ls-principal    pic 9(07)v99.
           03  ls-balance      pic 9(07)v99.
           03  ls-paid         pic 9(07)v99.
           03  ls-paid-date    pic 9(08).
           03  ls-status       pic x(01).
               88  ls-pending          value "O".
               88  ls-paid-full        value "P".
               88  ls-arrears          value "A".
               88  ls-closed-payoff    value "C".
           03  ls-late-fee     pic 9(07)v99.
           03  ls-late-date    pic 9(08).

       fd  prodmast.
       01  prod-record.
           03  pd-prodcode     pic x(02).
           03  pd-descr        pic x(20).
           03  pd-rate-class   pic x(02).
           03  pd-overdraft-sw pic x(01).
           03  pd-stmt-cycle   pic x(01).
           03  pd-dormancy-sw  pic x(01).
           03  pd-free-moves   pic 9(03).
           03  pd-late-grace   pic 9(03).
           03  pd-late-fee     pic 9(05)v99.
           03  pd-late-rate    pic 9v9(04).
           03  pd-debit-class  pic x(02).
           03  pd-maint-fee    pic 9(05)v99.
           03  pd-maint-min    pic 9(07)v99.
           03  pd-td-break-rate pic 9v9(04).
           03  pd-passbook-sw  pic x(01).
               88  pd-passbook-issued   value "Y".
           03  pd-currcode     pic x(03).

       fd  custmast.
       01  cust-record.
           03  cm-acctno       pic 9(06).
           03  cm-nombre       pic x(30).
           03  cm-apellido     pic x(30).
           03  cm-direccion    pic x(30).
           03  cm-ciudad       pic x(30).
           03  cm-langpref     pic x(02).
           03  cm-relno        pic 9(06).
           03  cm-badaddr      pic x(01).
           03  cm-delivery     pic x(01).
               88  cm-deliver-paper     value "P", " ".
               88  cm-deliver-email     value "E".
               88  cm-deliver-both      value "B".
           03  cm-email        pic x(60).
           03  cm-lang2        pic x(02).
           03  cm-natl-id      pic x(15).
           03  cm-tax-id       pic x(15).
           03  cm-birth-date   pic 9(08).
           03  cm-risk         pic x(01).
               88  cm-risk-high         value "H".
               88  cm-risk-medium       value "M".
               88  cm-risk-low          value "L".
           03  cm-kyc-date     pic 9(08).

       fd  opermast.
       01  oper-record.
           03  op-id           pic x(08).
           03  op-password     pic x(08).
           03  op-level        pic x(01).
               88  op-level-inquiry    value "I".
               88  op-level-update     value "U".
               88  op-level-delete     value "D".
               88  op-level-super      value "S".
           03  op-branch       pic x(02).
           03  op-pwd-hash-sw  pic x(01).
               88  op-pwd-hashed       value "H".
           03  op-pwd-date     pic 9(08).
           03  op-fail-count   pic 9(02).
           03  op-lock-sw      pic x(01).
               88  op-locked           value "L".
           03  op-hist1        pic x(08).
           03  op-hist2        pic x(08).
           03  op-hist3        pic x(08).
           03  op-delegation.
               05  op-dlg-level    pic x(01).
               05  op-dlg-start    pic 9(08).
               05  op-dlg-end      pic 9(08).
               05  op-dlg-auth     pic x(08).

       fd  loanno-ctl.
       01  loanno-ctl-rec      pic 9(06).

       fd  sched-rpt.
       01  sched-rpt-rec       pic x(80).

       fd  letter-file.
       01  letter-rec          pic x(100).

       fd  trans-log.
       01  trans-log-rec       pic x(45).

       fd  tran-hist.
       01  hist-record.
           03  hist-key.
               05  th-acctno   pic 9(06).
               05  th-date     pic 9(08).
               05  th-time     pic 9(06).
               05  th-seq      pic 9(03).
           03  th-old-amount   pic s9(07)v99.
           03  th-new-amount   pic s9(07)v99.
           03  th-operator     pic x(08).
           03  th-txncode      pic x(03).
           03  th-rev-sw       pic x(01).
           03  th-rev-ref.
               05  th-rev-acctno pic 9(06).
               05  th-rev-date  pic 9(08).
               05  th-rev-time  pic 9(06).
               05  th-rev-seq   pic 9(03).
           03  th-fx-rate      pic 9(06)v9(06).
           03  th-value-date   pic 9(08).

       fd  loghash-ctl.
       01  loghash-ctl-rec     pic 9(09).

       working-storage section.
       01  file-error          pic XX.
       01  loan-error          pic XX.
       01  sched-error         pic XX.
       01  prod-error          pic XX.
       01  cust-error          pic XX.
       01  oper-error          pic XX.
       01  loanno-ctl-status   pic XX.
       01  sched-rpt-status    pic XX.
       01  letter-file-status  pic XX.
       01  trans-log-status    pic XX.
       01  tran-hist-status    pic XX.

       77  formato PIC -(8)9.99.
       77  formato-rate        pic 9,9(04).

       01  trans-log-line.
           03  tl-acctno       pic 9(06).
           03  filler          pic x(01) value space.
           03  tl-old-amount   pic s9(07)v99.
           03  filler          pic x(01) value space.
           03  tl-new-amount   pic s9(07)v99.
           03  filler          pic x(01) value space.
           03  tl-operator     pic x(08).
           03  filler          pic x(01) value space.
           03  tl-hash         pic 9(09).

      *  ------  Tamper-evident chain on TRANLOG (see isamhash and
      *  ------  isamhvfy): every line carries a hash of the prior
      *  ------  line's hash plus its own content.  The running
      *  ------  value lives in ./DATA/TRANLOG-HASH so the chain
      *  ------  survives sessions and isamlogr's generation cuts.
       01  loghash-ctl-status  pic XX.
       01  ws-prev-hash        pic 9(09).
       01  WS-LOGHASH-SW       pic x(01) value 'N'.
           88  WS-LOGHASH-LOADED         value 'Y'.

       01  WS-HIST-SEQ         pic 9(03) value zero.
       01  WS-TIME-RAW         pic 9(08).
       01  WS-HIST-DONE-SW     pic X(01) value 'N'.
           88  WS-HIST-DONE              value 'Y'.
           88  WS-HIST-NOT-DONE          value 'N'.

       01  WS-OPERATOR-ID      pic x(08) value spaces.
       01  WS-PASSWORD-ENTRY   pic x(08).
       01  WS-FOUND-SW         pic X(01) VALUE 'N'.
           88  WS-FOUND                  VALUE 'Y'.
           88  WS-NOT-FOUND              VALUE 'N'.

       01  WS-CUST-SW          pic X(01) VALUE 'N'.
           88  WS-CUST-FOUND             VALUE 'Y'.
           88  WS-CUST-NOT-FOUND         VALUE 'N'.

       01  WS-NEXT-LOANNO      pic 9(06) value zero.
       01  WS-LOAN-WRITE-SW    pic X(01) value 'N'.
           88  WS-LOAN-WRITTEN           value 'Y'.
           88  WS-LOAN-NOT-WRITTEN       value 'N'.
       01  WS-REPLY            pic x(01).
       01  ws-opened           pic 9(05) value zero.

       01  ws-ctl-action       pic x(01).
       01  ws-ctl-result       pic x(01).

       01  ws-link-acct        pic 9(06).
       01  ws-loan-prod        pic x(02).
       01  ws-principal        pic 9(07)v99.
       01  ws-rate             pic 9v9(04).
       01  ws-term             pic 9(03).
       01  ws-freq             pic x(01).
       01  ws-first-due        pic 9(08).
       01  WS-TODAY            pic 9(08).

      *  ------  Level-payment arithmetic: the period rate is the
      *  ------  annual rate over the periods in a year, and the
      *  ------  installment is P * r * (1+r)**n / ((1+r)**n - 1);
      *  ------  a zero-rate loan simply splits the principal.
       01  ws-periods-year     pic 9(02).
       01  ws-months-step      pic 9(02).
       01  ws-period-rate      pic 9v9(10).
       01  ws-growth           pic 9(09)v9(10).
       01  ws-payment          pic 9(07)v99.
       01  ws-run-balance      pic 9(07)v99.
       01  ws-inst-interest    pic 9(07)v99.
       01  ws-inst-principal   pic 9(07)v99.
       01  ws-inst-payment     pic 9(07)v99.
       01  ws-total-interest   pic 9(09)v99.
       01  ws-inst-sub         pic 9(03).

      *  ------  Due-date arithmetic: every due date is counted from
      *  ------  the first one, so a loan due on the 31st comes back
      *  ------  to the 31st after a short month instead of drifting
      *  ------  down to the 28th for good.
       01  ws-due-date         pic 9(08).
       01  ws-due-date-x redefines ws-due-date.
           03  ws-due-year     pic 9(04).
           03  ws-due-month    pic 9(02).
           03  ws-due-day      pic 9(02).
       01  ws-month-work       pic s9(05).
       01  ws-first-day        pic 9(02).

      *  ------  CANCELAR arguments for the agreement.
       01  pr-abs-amount       pic 9(07)v99.
       01  pr-whole            pic 9(10).
       01  pr-cents            pic 99.
       01  pr-numero           pic x(10).
       01  pr-moneda           pic x(30).
       01  pr-modo             pic x(01) value "N".
       01  pr-texto            pic x(2000).

      *  ------  The annual rate as a percentage, spelled out by
      *  ------  CONVERT-PERCENT in the agreement's language.
       01  ws-agree-lang       pic x(02) value "ES".
       01  ws-rate-pct         pic 9(03)v9(04).
       01  ws-rate-words       pic x(2000).

       01  ws-cant-campos      pic 99 value 2.
       01  ws-campos.
           05  ws-campo        occurs 10 times pic x(30).
       01  ws-linea            pic x(80).

       01  sched-head-line.
           03  filler          pic x(22)
               value "AMORTIZATION SCHEDULE ".
           03  filler          pic x(06) value "LOAN  ".
           03  sh-loanno       pic 9(06).
           03  filler          pic x(08) value "  ACCT  ".
           03  sh-acctno       pic 9(06).
           03  filler          pic x(08) value "  DATE  ".
           03  sh-date         pic 9(08).

       01  sched-terms-line.
           03  filler          pic x(11) value "PRINCIPAL  ".
           03  st-principal    pic -(8)9.99.
           03  filler          pic x(08) value "  RATE  ".
           03  st-rate         pic 9,9(04).
           03  filler          pic x(08) value "  TERM  ".
           03  st-term         pic zz9.
           03  filler          pic x(08) value "  FREQ  ".
           03  st-freq         pic x(01).
           03  filler          pic x(02) value spaces.
           03  st-currcode     pic x(03).

       01  sched-cols-line.
           03  filler          pic x(34)
               value "INST  DUE DATE   INSTALLMENT      ".
           03  filler          pic x(38)
               value "INTEREST     PRINCIPAL       BALANCE  ".

       01  sched-detail-line.
           03  sd-instno       pic zz9.
           03  filler          pic x(03) value spaces.
           03  sd-due-date     pic 9(08).
           03  filler          pic x(02) value spaces.
           03  sd-payment      pic -(8)9.99.
           03  filler          pic x(02) value spaces.
           03  sd-interest     pic -(8)9.99.
           03  filler          pic x(02) value spaces.
           03  sd-principal    pic -(8)9.99.
           03  filler          pic x(02) value spaces.
           03  sd-balance      pic -(8)9.99.

       01  sched-total-line.
           03  filler          pic x(30)
               value "TOTAL INTEREST OVER THE TERM  ".
           03  sx-interest     pic -(10)9.99.

       01  letter-head-line.
           03  filler          pic x(24)
               value "LOAN AGREEMENT NO       ".
           03  lh-loanno       pic 9(06).
           03  filler          pic x(10) value "   DATE   ".
           03  lh-date         pic 9(08).

       01  letter-name-line.
           03  filler          pic x(23) value "Borrower           :  ".
           03  lb-nombre       pic x(57).

       01  letter-acct-line.
           03  filler          pic x(23) value "Repayment account  :  ".
           03  la-acctno       pic x(06).
           03  filler          pic x(15) value "   Reference : ".
           03  la-ref          pic x(08).

      *  ------  The account prints masked per the site setting
      *  ------  (see isammask); the reference traces it back.
       01  ws-mask-action      pic x(01) value "M".

       01  letter-amount-line.
           03  filler          pic x(23) value "Principal          :  ".
           03  lp-amount       pic -(8)9.99.
           03  filler          pic x(02) value spaces.
           03  lp-currcode     pic x(03).

       01  letter-words-line.
           03  filler          pic x(23) value "In words           :  ".
           03  lw-texto        pic x(75).

       01  letter-rate-line.
           03  filler          pic x(23) value "Annual rate        :  ".
           03  lr-rate         pic 9,9(04).

       01  letter-rate-words-line.
           03  filler          pic x(23) value "Rate in words      :  ".
           03  lrw-texto       pic x(57).

       01  letter-term-line.
           03  filler          pic x(23) value "Installments       :  ".
           03  lt-term         pic zz9.
           03  filler          pic x(02) value spaces.
           03  lt-freq-text    pic x(12).

       01  letter-pay-line.
           03  filler          pic x(23) value "Installment amount :  ".
           03  lq-payment      pic -(8)9.99.

       01  letter-due-line.
           03  filler          pic x(23) value "First due date     :  ".
           03  ld-first-due    pic 9(08).

       01  letter-sign-line.
           03  filler          pic x(30) value
               "Borrower : ________________   ".
           03  filler          pic x(26) value
               "Bank : ___________________".

       01  letter-blank-line   pic x(01) value space.

      *  ------  Batch/online interlock (see isamlock and isamlckm).
       01  ws-lock-action      pic x(01).
       01  ws-lock-result      pic x(01).

       01  ws-pw-result        pic x(01).

       procedure division.

      *  ------  Trap for IO-errors
       declaratives.
       in-errors section.
           use after error procedure on isamfile.
       in-error.
           evaluate file-error(1:1)
               when "3"
               when "9"
                   display "Error access directory : "
                       line 24 column 1
                   display file-error line 24
                   stop run
               when other
                   display "I/O warning, status " file-error
                       line 24
           end-evaluate.
       in-error-out.
           exit.
       end declaratives.


       main section.

           perform register-session.
           perform open-files.
           perform verify-operator.
           perform load-loanno-ctl.
           perform show-screen.

           call "isamdate" using WS-TODAY.

      *    CANCELAR'S UNNAMED ENTRY MUST BE CALLED ONCE PER RUN
      *    UNIT BEFORE ANY NAMED ENTRY POINT RESOLVES.
           move zero to pr-numero.
           move zero to pr-cents.
           call "CANCELAR" using pr-numero pr-cents pr-moneda pr-modo
                                  pr-texto.

           move "Y" to WS-REPLY.
           perform open-one-loan
               until WS-REPLY not = "Y" and WS-REPLY not = "y".

           perform save-loanno-ctl.

           display "Loans opened :" line 20 position 10.
           display ws-opened line 20 position 26.

           perform close-files.

           move "U" to ws-ctl-action.
           call "isamctl" using ws-ctl-action ws-ctl-result.

           stop run.


       verify-operator.
           display "Operator ID :" line 1 position 10.
           accept WS-OPERATOR-ID line 1 position 25.
           display "Password    :" line 2 position 10.
           move spaces to WS-PASSWORD-ENTRY.
           accept WS-PASSWORD-ENTRY line 2 position 25.

           move WS-OPERATOR-ID to op-id.
           read opermast
               invalid key set WS-NOT-FOUND to TRUE
               not invalid key set WS-FOUND to TRUE
           end-read.

           move "N" to ws-pw-result.
           if WS-FOUND
               call "isampwd-check" using op-password
                                           op-pwd-hash-sw
                                           WS-PASSWORD-ENTRY
                                           ws-pw-result
               call "isamdlgt" using op-level op-delegation
           end-if.

           if WS-NOT-FOUND
            or ws-pw-result not = "Y"
            or op-locked
            or op-level-inquiry
               display "Update authority required - refused    "
                   line 24 position 1
               perform close-files
               stop run
           end-if.


       load-loanno-ctl.
           move zero to WS-NEXT-LOANNO.
           open input loanno-ctl.
           if loanno-ctl-status = "00"
               read loanno-ctl
                   at end move zero to loanno-ctl-rec
               end-read
               move loanno-ctl-rec to WS-NEXT-LOANNO
           end-if.
           close loanno-ctl.


       save-loanno-ctl.
           move WS-NEXT-LOANNO to loanno-ctl-rec.
           open output loanno-ctl.
           write loanno-ctl-rec.
           close loanno-ctl.


       show-screen.
           display space.
           display "Loan opening" line 3 position 25.
           display "Loan number      :" line 4 position 10.
           display "Repayment account:" line 5 position 10.
           display "Loan product     :" line 6 position 10.
           display "Principal        :" line 7 position 10.
           display "Annual rate      :" line 8 position 10.
           display "Installments     :" line 9 position 10.
           display "Freq (M/Q/S/A)   :" line 10 position 10.
           display "First due date   :" line 11 position 10.
           display "Installment      :" line 12 position 10.


       open-one-loan.
           perform read-loan-fields.

           if WS-FOUND
               perform schedule-and-book
           end-if.

           display "Open another (Y/N) ?                  "
               line 14 position 10.
           accept WS-REPLY line 14 position 40.


      *  ------  The repayment account must exist and be open, the
      *  ------  product (when keyed) must be on PRODMAST, and the
      *  ------  first due date must be a real date after today;
      *  ------  WS-FOUND carries the verdict forward.
       read-loan-fields.
           add 1 to WS-NEXT-LOANNO.
           display WS-NEXT-LOANNO line 4 position 29.

           accept ws-link-acct line 5 position 29.
           move spaces to ws-loan-prod.
           accept ws-loan-prod line 6 position 29.
           accept formato line 7 position 29.
           move formato to ws-principal.
           accept formato-rate line 8 position 29.
           move formato-rate to ws-rate.
           accept ws-term line 9 position 29.
           if ws-term = zero
               move 12 to ws-term
           end-if.
           move "M" to ws-freq.
           accept ws-freq line 10 position 29.
           if ws-freq = "m" or ws-freq = "q"
            or ws-freq = "s" or ws-freq = "a"
               inspect ws-freq converting "mqsa" to "MQSA"
           end-if.
           if ws-freq not = "Q" and ws-freq not = "S"
            and ws-freq not = "A"
               move "M" to ws-freq
           end-if.
           accept ws-first-due line 11 position 29.

           set WS-NOT-FOUND to TRUE.
           evaluate true
               when ws-principal = zero
                   display "Principal must be greater than zero   "
                       line 24 position 1
               when function test-date-yyyymmdd(ws-first-due)
                    not = zero
                   display "First due date is not a valid date    "
                       line 24 position 1
               when ws-first-due not > WS-TODAY
                   display "First due date must be after today    "
                       line 24 position 1
               when other
                   perform check-loan-product
           end-evaluate.

           if WS-FOUND
               perform check-repayment-account
           end-if.


       check-loan-product.
           set WS-FOUND to TRUE.
           if ws-loan-prod not = spaces
               move ws-loan-prod to pd-prodcode
               read prodmast
                   invalid key
                       set WS-NOT-FOUND to TRUE
                       display "Loan product not on PRODMAST        "
                           line 24 position 1
               end-read
           end-if.


       check-repayment-account.
           set WS-NOT-FOUND to TRUE.
           move ws-link-acct to acctno in in-record.
           read isamfile
               invalid key
                   display "Repayment account not found           "
                       line 24 position 1
               not invalid key
                   if acct-frozen or acct-closed or acct-deceased
                       display "Repayment acct frozen/closed/deceased "
                           line 24 position 1
                   else
                       set WS-FOUND to TRUE
                   end-if
           end-read.


       schedule-and-book.
           perform compute-installment.
           move ws-payment to formato.
           display formato line 12 position 29.

      *  ------  The loan and its schedule go on file and the serial
      *  ------  control is saved BEFORE the principal moves: a crash
      *  ------  between the two leaves an undisbursed loan to clean
      *  ------  up, never money paid out with no loan behind it, and
      *  ------  the next session can't reuse a serial already
      *  ------  booked.
           perform write-loan-record.
           if WS-LOAN-WRITTEN
               perform save-loanno-ctl
               perform build-schedule
               perform disburse-to-account
               perform write-loan-agreement
               add 1 to ws-opened
               display "Loan opened and disbursed             "
                   line 24 position 1
           end-if.


       compute-installment.
           evaluate ws-freq
               when "Q"
                   move 4  to ws-periods-year
               when "S"
                   move 2  to ws-periods-year
               when "A"
                   move 1  to ws-periods-year
               when other
                   move 12 to ws-periods-year
           end-evaluate.
           compute ws-months-step = 12 / ws-periods-year.
           compute ws-period-rate rounded = ws-rate / ws-periods-year.

           if ws-period-rate = zero
               compute ws-payment rounded = ws-principal / ws-term
           else
               compute ws-growth rounded =
                   (1 + ws-period-rate) ** ws-term
               compute ws-payment rounded =
                   ws-principal * ws-period-rate * ws-growth
                   / (ws-growth - 1)
           end-if.


       write-loan-record.
           move WS-NEXT-LOANNO        to ln-loanno.
           move ws-link-acct          to ln-acctno.
           move currcode in in-record to ln-currcode.
           move ws-loan-prod          to ln-prodcode.
           move ws-principal          to ln-principal.
           move ws-rate               to ln-rate.
           move ws-term               to ln-term.
           move ws-freq               to ln-freq.
           move ws-first-due          to ln-first-due.
           move ws-payment            to ln-payment.
           move WS-TODAY              to ln-open-date.
           move ws-principal          to ln-balance.
           move "O"                   to ln-status.
           move zero                  to ln-close-date.
           move WS-OPERATOR-ID        to ln-operator.

           set WS-LOAN-WRITTEN to TRUE.
           write loan-record
               invalid key
                   set WS-LOAN-NOT-WRITTEN to TRUE
                   display "LOANMAST: duplicate loan number       "
                       line 24 position 1
           end-write.


      *  ------  One LOANSCHED record and one printed line per
      *  ------  installment.
       build-schedule.
           move ln-loanno    to sh-loanno.
           move ln-acctno    to sh-acctno.
           move WS-TODAY     to sh-date.
           move sched-head-line to sched-rpt-rec.
           write sched-rpt-rec.

           move ln-principal to st-principal.
           move ln-rate      to st-rate.
           move ln-term      to st-term.
           move ln-freq      to st-freq.
           move ln-currcode  to st-currcode.
           move sched-terms-line to sched-rpt-rec.
           write sched-rpt-rec.

           move sched-cols-line to sched-rpt-rec.
           write sched-rpt-rec.

           move ws-principal to ws-run-balance.
           move zero to ws-total-interest.
           move ws-first-due to ws-due-date.
           move ws-due-day   to ws-first-day.

           perform schedule-one-installment
               varying ws-inst-sub from 1 by 1
                   until ws-inst-sub > ws-term.

           move ws-total-interest to sx-interest.
           move sched-total-line to sched-rpt-rec.
           write sched-rpt-rec.

           move letter-blank-line to sched-rpt-rec.
           write sched-rpt-rec.


       schedule-one-installment.
           perform compute-due-date.

           compute ws-inst-interest rounded =
               ws-run-balance * ws-period-rate.

      *  ------  The last installment takes whatever principal is
      *  ------  left, so rounding never leaves a few centavos owing
      *  ------  or overpaid at the end of the term.
           if ws-inst-sub = ws-term
               move ws-run-balance to ws-inst-principal
           else
               compute ws-inst-principal =
                   ws-payment - ws-inst-interest
               if ws-inst-principal > ws-run-balance
                   move ws-run-balance to ws-inst-principal
               end-if
           end-if.
           compute ws-inst-payment =
               ws-inst-principal + ws-inst-interest.
           subtract ws-inst-principal from ws-run-balance.
           add ws-inst-interest to ws-total-interest.

           move ln-loanno         to ls-loanno.
           move ws-inst-sub       to ls-instno.
           move ws-due-date       to ls-due-date.
           move ws-inst-payment   to ls-payment.
           move ws-inst-interest  to ls-interest.
           move ws-inst-principal to ls-principal.
           move ws-run-balance    to ls-balance.
           move zero              to ls-paid.
           move zero              to ls-paid-date.
           move "O"               to ls-status.
           move zero              to ls-late-fee.
           move zero              to ls-late-date.
           write sched-record
               invalid key
                   rewrite sched-record
           end-write.

           move ws-inst-sub       to sd-instno.
           move ws-due-date       to sd-due-date.
           move ws-inst-payment   to sd-payment.
           move ws-inst-interest  to sd-interest.
           move ws-inst-principal to sd-principal.
           move ws-run-balance    to sd-balance.
           move sched-detail-line to sched-rpt-rec.
           write sched-rpt-rec.


      *  ------  Installment n falls (n-1) periods after the first
      *  ------  due date, clamped to the month end of a short month.
       compute-due-date.
           move ws-first-due to ws-due-date.
           compute ws-month-work =
               ws-due-month + (ws-inst-sub - 1) * ws-months-step.
           perform normalize-month
               until ws-month-work not > 12.
           move ws-month-work to ws-due-month.
           perform clamp-due-day.


       normalize-month.
           subtract 12 from ws-month-work.
           add 1 to ws-due-year.


       clamp-due-day.
           evaluate ws-due-month
               when 02
                   if ws-due-day > 28
                       move 28 to ws-due-day
                   end-if
               when 04
               when 06
               when 09
               when 11
                   if ws-due-day > 30
                       move 30 to ws-due-day
                   end-if
               when other
                   continue
           end-evaluate.


      *  ------  The principal reaches the customer as a normal
      *  ------  movement on the repayment account, so the balance
      *  ------  and the loan can never disagree.
       disburse-to-account.
           move acctno in in-record to tl-acctno.
           move amount in in-record to tl-old-amount.

           add ws-principal to amount in in-record.

           move amount in in-record to tl-new-amount.
           perform write-trans-log.

           add tl-new-amount to ytd-amount in in-record.
           subtract tl-old-amount from ytd-amount in in-record.

           rewrite in-record.


      *  ------  The agreement spells the principal out through
      *  ------  CANCELAR, the same engine the maturity letters use,
      *  ------  and states the annual rate in words as well.
       write-loan-agreement.
           move ln-loanno to lh-loanno.
           move WS-TODAY  to lh-date.
           move letter-head-line to letter-rec.
           write letter-rec.

           perform read-customer.
           if WS-CUST-FOUND
               move cm-nombre   to ws-campo(1)
               move cm-apellido to ws-campo(2)
               call "STR" using ws-cant-campos ws-campos ws-linea
               move ws-linea to lb-nombre
           else
               move "(NO CUSTOMER-MASTER ENTRY)" to lb-nombre
           end-if.
           move letter-name-line to letter-rec.
           write letter-rec.

           call "isammask" using ws-mask-action ln-acctno
                                 la-acctno la-ref.
           move letter-acct-line to letter-rec.
           write letter-rec.

           move ln-principal to lp-amount.
           move ln-currcode  to lp-currcode.
           move letter-amount-line to letter-rec.
           write letter-rec.

           perform get-currency-name.
           move ln-principal to pr-abs-amount.
           move pr-abs-amount to pr-whole.
           compute pr-cents = (pr-abs-amount - pr-whole) * 100.
           move pr-whole to pr-numero.
           call "CANCELAR" using pr-numero pr-cents pr-moneda pr-modo
                                  pr-texto.
           move function trim(pr-texto) to lw-texto.
           move letter-words-line to letter-rec.
           write letter-rec.

           move ln-rate to lr-rate.
           move letter-rate-line to letter-rec.
           write letter-rec.

           compute ws-rate-pct = ln-rate * 100.
           call "CONVERT-PERCENT" using ws-agree-lang ws-rate-pct
                                         ws-rate-words.
           move ws-rate-words to lrw-texto.
           move letter-rate-words-line to letter-rec.
           write letter-rec.

           move ln-term to lt-term.
           evaluate true
               when ln-freq-quarterly
                   move "QUARTERLY"   to lt-freq-text
               when ln-freq-halfyear
                   move "HALF-YEARLY" to lt-freq-text
               when ln-freq-yearly
                   move "YEARLY"      to lt-freq-text
               when other
                   move "MONTHLY"     to lt-freq-text
           end-evaluate.
           move letter-term-line to letter-rec.
           write letter-rec.

           move ln-payment to lq-payment.
           move letter-pay-line to letter-rec.
           write letter-rec.

           move ln-first-due to ld-first-due.
           move letter-due-line to letter-rec.
           write letter-rec.

           move letter-blank-line to letter-rec.
           write letter-rec.

           move letter-sign-line to letter-rec.
           write letter-rec.

           move letter-blank-line to letter-rec.
           write letter-rec.


       read-customer.
           move ln-acctno to cm-acctno.
           read custmast
               invalid key
                   set WS-CUST-NOT-FOUND to TRUE
               not invalid key
                   set WS-CUST-FOUND to TRUE
           end-read.


       get-currency-name.
           evaluate ln-currcode
               when "COP"
                   move "PESOS"   to pr-moneda
               when "USD"
                   move "DOLARES" to pr-moneda
               when "EUR"
                   move "EUROS"   to pr-moneda
               when other
                   move "PESOS"   to pr-moneda
           end-evaluate.


       write-trans-log.
           move WS-OPERATOR-ID to tl-operator.
           perform chain-log-hash.
           move trans-log-line to trans-log-rec.
           write trans-log-rec.
           perform write-tran-hist.


       write-tran-hist.
           move tl-acctno      to th-acctno.
           call "isamdate" using th-date.
           accept WS-TIME-RAW from time.
           move WS-TIME-RAW(1:6) to th-time.
           add 1 to WS-HIST-SEQ.
           move WS-HIST-SEQ    to th-seq.
           move tl-old-amount  to th-old-amount.
           move tl-new-amount  to th-new-amount.
           move WS-OPERATOR-ID to th-operator.
           move "LND"          to th-txncode.
           move space to th-rev-sw.
           move zeros to th-rev-ref.
           move zero to th-fx-rate.
           move th-date to th-value-date.
           perform write-hist-record.


       write-hist-record.
           set WS-HIST-NOT-DONE to TRUE.
           perform attempt-write-hist until WS-HIST-DONE.


       attempt-write-hist.
           write hist-record
               invalid key
                   add 1 to WS-HIST-SEQ
                   move WS-HIST-SEQ to th-seq
               not invalid key
                   set WS-HIST-DONE to TRUE
           end-write.

      *  ------  A failure that is not a duplicate key (e.g. the
      *  ------  history file could not be opened) must not spin the
      *  ------  retry loop forever.
           if tran-hist-status(1:1) not = "0"
            and tran-hist-status(1:1) not = "2"
               set WS-HIST-DONE to TRUE
           end-if.



       chain-log-hash.
           if not WS-LOGHASH-LOADED
               perform load-loghash-ctl
           end-if.
           call "isamhash" using ws-prev-hash
                                  trans-log-line(1:35) tl-hash.
           move tl-hash to ws-prev-hash.
           perform save-loghash-ctl.


       load-loghash-ctl.
           move zero to ws-prev-hash.
           open input loghash-ctl.
           if loghash-ctl-status = "00"
               read loghash-ctl
                   at end move zero to loghash-ctl-rec
               end-read
               move loghash-ctl-rec to ws-prev-hash
           end-if.
           close loghash-ctl.
           set WS-LOGHASH-LOADED to TRUE.


       save-loghash-ctl.
           move ws-prev-hash to loghash-ctl-rec.
           open output loghash-ctl.
           write loghash-ctl-rec.
           close loghash-ctl.



      *  ------  Session registered on the interlock so batch never
      *  ------  runs underneath an open screen; while batch holds
      *  ------  the file, sign-on is refused with a clear message.
       register-session.
           move "I" to ws-lock-action.
           call "isamlock" using ws-lock-action ws-lock-result.
           if ws-lock-result = "N"
               display "Batch holds the file - sign on later  "
                   line 24 position 1
               stop run
           end-if.


       release-session.
           move "O" to ws-lock-action.
           call "isamlock" using ws-lock-action ws-lock-result.


       open-files.
           open i-o isamfile.
           open i-o loanmast.
           open i-o loansched.
           open input prodmast.
           open input custmast.
           open input opermast.
           open extend sched-rpt.
           open extend letter-file.
           open extend trans-log.
           open i-o tran-hist.


       close-files.
           close isamfile.
           close loanmast.
           close loansched.
           close prodmast.
           close custmast.
           close opermast.
           close sched-rpt.
           close letter-file.
           close trans-log.
           close tran-hist.
           perform release-session.
