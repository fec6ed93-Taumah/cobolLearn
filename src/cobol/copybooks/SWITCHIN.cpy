      *  The old bank's answer to a switching request, one line
      *  per item to move, each carrying the case number we
      *  quoted: a 'V' standing order the customer pays out, a
      *  'P' direct-debit mandate a creditor collects under, an
      *  'R' regular credit a payer (an employer, a fund) sends
      *  in. A 'T' trailer closes the file with its line count.
       01 SWITCH-IN-RECORD.
           03 SI-TYPE PIC X.
              88 SI-IS-STANDING-ORDER VALUE 'V'.
              88 SI-IS-MANDATE VALUE 'P'.
              88 SI-IS-REGULAR-CREDIT VALUE 'R'.
              88 SI-IS-TRAILER VALUE 'T'.
           03 FILLER PIC X.
           03 SI-CASE-ID PIC 9(6).
           03 FILLER PIC X.
      *    The payee, creditor or payer, with the address their
      *    letter is sent to.
           03 SI-PARTY-NAME PIC X(30).
           03 SI-PARTY-ADDRESS PIC X(30).
           03 SI-PARTY-POSTAL-CODE PIC X(5).
           03 SI-PARTY-CITY PIC X(20).
      *    The payee's IBAN on a standing order.
           03 SI-PARTY-IBAN PIC X(34).
      *    The creditor's identifier on a mandate.
           03 SI-CREDITOR-ID PIC X(6).
           03 SI-AMOUNT PIC 9(5)V99.
           03 SI-FREQUENCY PIC X.
           03 SI-NEXT-DATE PIC 9(8).
      *    The date the customer first signed the mandate; it
      *    carries over to the new account unchanged.
           03 SI-SIGNATURE-DATE PIC 9(8).
       01 SWITCH-IN-TRAILER REDEFINES SWITCH-IN-RECORD.
           03 FILLER PIC X(2).
           03 ST-COUNT PIC 9(6).
           03 FILLER PIC X(150).
