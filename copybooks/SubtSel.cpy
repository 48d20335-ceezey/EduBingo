      *****************************************************************
      *  SUBTASK-FILE select clause - the checklist steps a student
      *  breaks one of their tasks into. Steps travel with their task
      *  the same way task notes do. OPTIONAL because the file does
      *  not exist until the first step is added.
      *****************************************************************
           SELECT OPTIONAL SUBTASK-FILE
               ASSIGN TO "SUBTASK-FILE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
