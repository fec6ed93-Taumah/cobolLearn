      *  One line of a letter or statement held back for an NPAI
      *  address, filed under its hold-mail row so the desk can
      *  copy the document to the print file once it is released.
       01 HELD-DOC-LINE.
           03 HD-HOLD-ID PIC 9(6).
           03 FILLER PIC X.
           03 HD-TEXT PIC X(80).
