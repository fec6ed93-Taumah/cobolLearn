      *  leading character for delimited extracts, and the edited
      *  item prints an overdrawn balance with its minus instead
      *  of silently dropping it.
       01 RCD-AMMOUNT-ZONED PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 RCD-AMMOUNT-EDIT PIC -Z(6)9,99.
