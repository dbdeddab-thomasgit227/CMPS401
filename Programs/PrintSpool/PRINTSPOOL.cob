              02 term PIC X(11).
              02 classCode PIC X(10).
              02 desc PIC X(28).
              02 grade PIC X(2).
              02 hours PIC 9(1)V99.

      FD termStats.
              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.

      FD studentOutput.
          01 studentOutputLine PIC X(130).
