      *  One movement on our settlement account at the central bank,
      *  from either side of the reconciliation: what our own batches
      *  sent or expect to receive through it (written by
      *  RecordNostroExpected as each file or remittance goes out),
      *  and what the central bank's daily statement says actually
      *  moved (loaded by NostroReconciliation). A pair agreeing on
      *  reference, side and amount is matched; whatever stays open
      *  on either side is aged until someone clears it.
       01 NOSTRO-ITEM-RECORD.
           03 NI-KEY.
              05 NI-ORIGIN PIC X.
                 88 NI-FROM-BOOKS VALUE 'E'.
                 88 NI-FROM-STATEMENT VALUE 'S'.
              05 NI-REF PIC X(16).
      *       C money into the account, D money out of it, seen from
      *       the account either way.
              05 NI-SIDE PIC X.
                 88 NI-IS-CREDIT VALUE 'C'.
                 88 NI-IS-DEBIT VALUE 'D'.
      *       Tells apart two movements under the same reference.
              05 NI-SEQ PIC 9(3).
      *    The batch behind an expected item (VSOR, VRET, VIRC,
      *    CHQP, PRLV, FACT, RECH, RESX); RELV for a statement
      *    line.
           03 NI-SOURCE PIC X(4).
           03 NI-AMOUNT PIC 9(11)V99.
           03 NI-DATE PIC 9(8).
           03 NI-LABEL PIC X(30).
           03 NI-STATUS PIC X.
              88 NI-IS-OPEN VALUE 'O'.
              88 NI-IS-MATCHED VALUE 'M'.
           03 NI-MATCHED-DATE PIC 9(8).
