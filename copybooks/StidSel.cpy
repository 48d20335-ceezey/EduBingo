      *****************************************************************
      *  STUDENT-ID-FILE select clause - links each registrar student
      *  id to the EDU-BINGO username it was enrolled under, so the
      *  nightly registrar feed can tell a returning student from a
      *  new one and refuse a row whose id and username disagree.
      *  OPTIONAL because the file does not exist until the first
      *  feed row is applied.
      *****************************************************************
           SELECT OPTIONAL STUDENT-ID-FILE
               ASSIGN TO "STUDENT-ID-FILE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
