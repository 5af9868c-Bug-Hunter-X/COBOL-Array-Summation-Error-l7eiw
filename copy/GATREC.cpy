      *****************************************************************
      * TRANSMISSION INTAKE STATUS RECORD (DLYGATS). ONE RECORD PER
      * BRANCH FILE PRESENTED TO DLYGATE - ACCEPTED FILES ARE
      * STAMPED HERE AND DLYPROM PROMOTES ONLY THE ACCEPTED FILES
      * TO THE DAY'S DLYAMT. QUARANTINED FILES GET A QUARANT STATUS
      * AND A LINE ON THE DLYGATR REPORT NAMING THE BRANCH AND THE
      * DISCREPANCY SO THE FILE CAN BE RE-PULLED WHILE THE BRANCH
      * STILL HAS IT.
