       identification division.
       program-id.    isamsnrm.
       author.        kik.

      *  ------  Name normalizer for sanctions screening.  The list
      *  ------  loader (isamsanl) and the matching service
      *  ------  (isamsanc) both pass every name through here, so a
      *  ------  listed name and a customer's name are compared in
      *  ------  the same form:
      *  ------
      *  ------      CALL "isamsnrm" USING NAME NORM-KEY SQUEEZE-KEY.
      *  ------
      *  ------  Letters are upper-cased and punctuation becomes a
      *  ------  word break, except apostrophes and hyphens, which
      *  ------  join (O'BRIEN = OBRIEN, AL-BAKR = ALBAKR).
      *  ------  NORM-KEY is the words in alphabetical order, one
      *  ------  space apart, so word order does not matter;
      *  ------  SQUEEZE-KEY is the words in their own order with no
      *  ------  spaces at all, so VAN DER BERG meets VANDERBERG.
      *  ------  Two names match when either key is equal.

       environment division.
       configuration section.

       data division.
       working-storage section.
       01  ws-work             pic x(60).
       01  ws-char             pic x(01).
       01  ws-pos              pic 99.
       01  ws-word-len         pic 99.
       01  ws-ptr              pic 99.

       77  WS-WORD-MAX         pic 99 value 12.
       01  WS-WORD-USED        pic 99.
       01  WS-WORD-TABLE.
           05  WS-WORD         occurs 12 times pic x(30).
       01  WS-WORD-SUB         pic 99.
       01  WS-WORD-SCAN        pic 99.
       01  ws-word-hold        pic x(30).

       linkage section.
       01  nm-name             pic x(60).
       01  nm-norm             pic x(60).
       01  nm-squeeze          pic x(60).

       procedure division using nm-name nm-norm nm-squeeze.

           move nm-name to ws-work.
           inspect ws-work converting
               "abcdefghijklmnopqrstuvwxyz"
            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ws-work converting ".,;:/()&""" to spaces.

           move zero   to WS-WORD-USED.
           move zero   to ws-word-len.
           move spaces to WS-WORD-TABLE.
           perform split-one-char
             varying ws-pos from 1 by 1 until ws-pos > 60.

           move spaces to nm-squeeze.
           move 1 to ws-ptr.
           perform squeeze-one-word
             varying WS-WORD-SUB from 1 by 1
                 until WS-WORD-SUB > WS-WORD-USED.

           perform sort-compare
             varying WS-WORD-SUB from 1 by 1
                 until WS-WORD-SUB >= WS-WORD-USED
               after WS-WORD-SCAN from 1 by 1
                 until WS-WORD-SCAN > WS-WORD-USED - WS-WORD-SUB.

           move spaces to nm-norm.
           move 1 to ws-ptr.
           perform join-one-word
             varying WS-WORD-SUB from 1 by 1
                 until WS-WORD-SUB > WS-WORD-USED.

           goback.


      *  ------  A space closes the current word; apostrophes and
      *  ------  hyphens are dropped without closing it.  Words past
      *  ------  the twelfth are ignored.
       split-one-char.
           move ws-work(ws-pos:1) to ws-char.
           evaluate true
               when ws-char = space
                   move zero to ws-word-len
               when ws-char = "'" or ws-char = "-"
                   continue
               when other
                   if ws-word-len = zero
                       if WS-WORD-USED < WS-WORD-MAX
                           add 1 to WS-WORD-USED
                       else
                           move 99 to ws-word-len
                       end-if
                   end-if
                   if ws-word-len < 30
                       add 1 to ws-word-len
                       move ws-char
                         to WS-WORD(WS-WORD-USED)(ws-word-len:1)
                   end-if
           end-evaluate.


       squeeze-one-word.
           string WS-WORD(WS-WORD-SUB) delimited by space
               into nm-squeeze with pointer ws-ptr
               on overflow continue
           end-string.


       sort-compare.
           if WS-WORD(WS-WORD-SCAN) > WS-WORD(WS-WORD-SCAN + 1)
               move WS-WORD(WS-WORD-SCAN)     to ws-word-hold
               move WS-WORD(WS-WORD-SCAN + 1) to WS-WORD(WS-WORD-SCAN)
               move ws-word-hold to WS-WORD(WS-WORD-SCAN + 1)
           end-if.


       join-one-word.
           if WS-WORD-SUB > 1
               string " " delimited by size
                   into nm-norm with pointer ws-ptr
                   on overflow continue
               end-string
           end-if.
           string WS-WORD(WS-WORD-SUB) delimited by space
               into nm-norm with pointer ws-ptr
               on overflow continue
           end-string.
