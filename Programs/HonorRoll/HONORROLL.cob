              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.
              02 ts-college PIC X(20).
              02 ts-major PIC X(20).
              02 ts-classification PIC X(2).
            02 FILLER PIC X(9) VALUE 'COLLEGE: '.
            02 ch-college PIC X(20).

        *> LETTERGEN reads these detail lines back to send the
        *> dean's list letters - change them together
        01 honorRollDetail.
            02 hr-wNumber PIC X(10).
            02 hr-studentName PIC X(22).
