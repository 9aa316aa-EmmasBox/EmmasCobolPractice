      *> HOLDS - student hold record layout
      *> One record per hold placed on a student, keyed by student,
      *> hold type and the date placed, so a student's holds are a
      *> sequential sweep of one key range. A hold is active until
      *> HD-RELEASED-DATE is filled in; a released hold stays on file
      *> as the record of when it was placed and lifted.
      *> Any active hold blocks registration in CRSENROL and
      *> withholds the student's grades in TRANSCRP.
      *> HD-HOLD-TYPE: F = financial, A = academic, R = registrar.
      *> HD-SOURCE: B = placed by the nightly HOLDBTCH run, which
      *> releases it again once the balance is cleared or the
      *> student is off probation; M = placed through HOLDMNT and
      *> released only there.
       01  HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-STUDENT-ID      PIC X(9).
               10  HD-HOLD-TYPE       PIC X(1).
               10  HD-PLACED-DATE     PIC X(8).
           05  HD-REASON              PIC X(30).
           05  HD-RELEASED-DATE       PIC X(8).
           05  HD-SOURCE              PIC X(1).
