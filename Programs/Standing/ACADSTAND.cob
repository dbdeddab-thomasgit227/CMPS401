              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.

      FD standingMaster.
          *> standing codes: G good standing, P probation, C continued
            02 FILLER PIC X(100) VALUE
                'W-NUMBER  STUDENT NAME        TERM         FROM                  TO'.

        *> LETTERGEN reads these detail lines back to send the
        *> standing letters - change them together
        01 changeDetail.
            02 cd-wNumber PIC X(10).
            02 cd-studentName PIC X(20).
