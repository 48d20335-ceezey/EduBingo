      *****************************************************************
      *  GRADEBOOK-FILE select clause - the score, letter grade and
      *  feedback staff enter against a student's copy of a class
      *  task; read by the dashboard and the term transcript batch.
      *  OPTIONAL because the file does not exist until the first
      *  grade is entered.
      *****************************************************************
           SELECT OPTIONAL GRADEBOOK-FILE
               ASSIGN TO "GRADEBOOK-FILE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
