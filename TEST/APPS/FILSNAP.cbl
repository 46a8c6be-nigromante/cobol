      *  ------  withholding, serials and controls, receipts, drawer
      *  ------  and collection schedules, standing orders - or a
      *  ------  restore leaves tie-outs contradicting the balances.
       77  WS-SET-COUNT        pic 9(03) value 112.
       01  WS-SET-TABLE.
           05  filler pic x(20) value "INOUTFILE".
           05  filler pic x(20) value "TRANHIST".
           05  filler pic x(20) value "DRAWER-CTL".
           05  filler pic x(20) value "COLLSCHED".
           05  filler pic x(20) value "STANDING-ORDERS".
           05  filler pic x(20) value "LOANMAST".
           05  filler pic x(20) value "LOANSCHED".
           05  filler pic x(20) value "LOANMAST-CTL".
           05  filler pic x(20) value "SWEEP-INSTR".
           05  filler pic x(20) value "ACCRBAL-DR".
           05  filler pic x(20) value "ODAGING".
           05  filler pic x(20) value "ODUE-CTL".
           05  filler pic x(20) value "CHARGEOFF-REG".
           05  filler pic x(20) value "AVGBAL".
           05  filler pic x(20) value "MFEE-CTL".
           05  filler pic x(20) value "SVCTARIFF".
           05  filler pic x(20) value "SVCJRNL".
           05  filler pic x(20) value "RATEOVRD".
           05  filler pic x(20) value "TDACCRUAL".
           05  filler pic x(20) value "TDACCR-CTL".
           05  filler pic x(20) value "TDACCR-GL".
           05  filler pic x(20) value "PASSBOOK".
           05  filler pic x(20) value "OWNMAST".
           05  filler pic x(20) value "SANCLIST".
           05  filler pic x(20) value "SANCHITS".
           05  filler pic x(20) value "KYC-CTL".
           05  filler pic x(20) value "CLRLEDGER".
           05  filler pic x(20) value "CLEARING-CTL".
           05  filler pic x(20) value "BANKITEMS".
           05  filler pic x(20) value "BANKSTMT-CTL".
           05  filler pic x(20) value "RECON-OPEN-OURS".
           05  filler pic x(20) value "RECON-OPEN-BANK".
           05  filler pic x(20) value "RECON-CTL".
           05  filler pic x(20) value "APINVOICE".
           05  filler pic x(20) value "CHECKSTOCK".
           05  filler pic x(20) value "CHECKSTOCK-LOG".
           05  filler pic x(20) value "CLOSE-CTL".
           05  filler pic x(20) value "CLOSE-STMTS".
           05  filler pic x(20) value "MERGE-RPT".
           05  filler pic x(20) value "PRODMIGR".
           05  filler pic x(20) value "DECEASED".
           05  filler pic x(20) value "DECEASED-RPT".
           05  filler pic x(20) value "GARNISH".
           05  filler pic x(20) value "GARNISH-CTL".
           05  filler pic x(20) value "DISPUTES".
           05  filler pic x(20) value "DISPUTE-CTL".
           05  filler pic x(20) value "DISPUTE-AGING-RPT".
           05  filler pic x(20) value "VAULT".
           05  filler pic x(20) value "VAULT-MOVES".
           05  filler pic x(20) value "FORECAST-NEEDS".
           05  filler pic x(20) value "AVAILSCHED".
           05  filler pic x(20) value "HOLD-OVERRIDES".
           05  filler pic x(20) value "CUTOFF-CTL".
           05  filler pic x(20) value "REJQUEUE".
           05  filler pic x(20) value "REJQUEUE-CTL".
           05  filler pic x(20) value "REJECT-AGING-RPT".
           05  filler pic x(20) value "XREF-RPT".
           05  filler pic x(20) value "MONTHEND-CTL".
           05  filler pic x(20) value "FXPOS-LIMITS".
           05  filler pic x(20) value "CORRESP-HOLD".
           05  filler pic x(20) value "FXPOS-RPT".
           05  filler pic x(20) value "IBSETTLE-GL".
           05  filler pic x(20) value "IBSETTLE-GL-EXC".
           05  filler pic x(20) value "IBSETTLE-RPT".
           05  filler pic x(20) value "PROFIT-CTL".
           05  filler pic x(20) value "PROFIT-RPT".
           05  filler pic x(20) value "DEPESCH-CTL".
           05  filler pic x(20) value "ESCHNOTICE".
           05  filler pic x(20) value "DEPESCH-RPT".
           05  filler pic x(20) value "ESCHEAT-STATE".
           05  filler pic x(20) value "DELEGATE-RPT".
           05  filler pic x(20) value "RELEASE-LOG".
           05  filler pic x(20) value "RECERT-RPT".
           05  filler pic x(20) value "SOD-RPT".
           05  filler pic x(20) value "PENDPARM".
           05  filler pic x(20) value "PARMCHG-LOG".
           05  filler pic x(20) value "DWH-CTL".
           05  filler pic x(20) value "DWH-PRIOR".
           05  filler pic x(20) value "DWH-EXTRACT".
           05  filler pic x(20) value "MASK-CTL".
           05  filler pic x(20) value "ALERTPREF".
           05  filler pic x(20) value "ALERT-CTL".
           05  filler pic x(20) value "TDNOTICE-CTL".
       01  WS-SET-ENTRIES redefines WS-SET-TABLE.
           05  WS-SET-NAME occurs 112 times pic x(20).
       01  WS-SET-SUB          pic 9(03).

       01  WS-TODAY            pic 9(08).
       01  ws-snap-dir         pic x(40).
