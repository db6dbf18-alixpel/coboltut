      *****************************************************
      * CPKOFD - SHARED RECORD LAYOUT FOR THE CAR PARK
      *          OCCUPANCY FILE. WRITTEN BY CARPARKREVENUE,
      *          ONE RECORD PER HOUR OF THE DAY, AND READ BY
      *          OCCUPANCY SO THE CARS IN THE CAR PARK PRINT
      *          ALONGSIDE THE IN-PARK VISITOR COUNT. COPIED
      *          BY BOTH SO ADDING A FIELD ONLY HAS TO CHANGE
      *          HERE. CPO-CARS-IN IS THE COUNT AT THE END OF
      *          THE HOUR.
      *****************************************************
       01  CAR-PARK-OCCUPANCY-RECORD.
           05 CPO-HOUR              PIC 9(02).
           05 CPO-ENTRIES           PIC 9(05).
           05 CPO-EXITS             PIC 9(05).
           05 CPO-CARS-IN           PIC 9(05).
