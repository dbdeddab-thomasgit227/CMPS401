              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.

      FD probationOut.
          01 probationLine PIC X(80).
