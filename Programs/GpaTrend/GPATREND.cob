              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.
              02 ts-college PIC X(20).
              02 ts-major PIC X(20).
              02 ts-classification PIC X(2).
