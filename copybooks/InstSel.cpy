      *****************************************************************
      *  INSTRUCTOR-CLASS-FILE select clause - links instructor staff
      *  accounts to the class rosters they teach, so an instructor
      *  in the admin console only sees and assigns to those classes.
      *  OPTIONAL because the file does not exist until the first
      *  instructor is linked.
      *****************************************************************
           SELECT OPTIONAL INSTRUCTOR-CLASS-FILE
               ASSIGN TO "INSTRUCTOR-CLASS-FILE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
