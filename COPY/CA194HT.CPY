      *****************************************************************
      *  CA194HT - FILE HEADER/TRAILER CONTROL RECORD FOR THE CA194
      *  OUTPUT FILES (CA194OU, CA194ME, CA194EX, CA194EN) - ALSO
      *  CARRIED ON CA195'S DERIVED ADJACENCY FILE (CA195AD) AND
      *  CA194X'S GIS POLYGON EXPORTS (CA194XG, CA194XL)
      *  TIES EACH OUTPUT FILE TO THE RUN THAT PRODUCED IT, SO A
      *  DOWNSTREAM JOB POINTED AT A LEFTOVER FILE FROM ANOTHER
      *  NIGHT ABENDS INSTEAD OF PROCESSING IT - WHICH IS EXACTLY
