      ******************************************************************
      * MEETREC - shared SECTION-MEETING record layout.
      * One record per weekly meeting slot of a section: the day
      * (1 = Monday through 5 = Friday), the period within the day
      * (1-9) and the course taught in that slot. The course is part
      * of the key so a section can split into parallel electives in
      * the same period. ROOM and INSTRUCTOR start as the section's
      * own SM-ROOM / SM-INSTRUCTOR (an INSTRUCTOR-MASTER ID) and can
      * be changed per slot; the clash report and the student
      * timetable read them from here, never from the section.
      * COPY MEETREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:MEETING-RECORD.
           05  :PFX:MEETING-KEY.
               10  :PFX:KEY-SECTION-CODE PICTURE x(4).
               10  :PFX:KEY-DAY          PICTURE 9.
                   88  :PFX:VALID-DAY        VALUES 1 THRU 5.
               10  :PFX:KEY-PERIOD       PICTURE 9.
                   88  :PFX:VALID-PERIOD     VALUES 1 THRU 9.
               10  :PFX:KEY-COURSE-CODE  PICTURE x(4).
           05  :PFX:ROOM          PICTURE x(5) VALUE SPACES.
           05  :PFX:INSTRUCTOR    PICTURE x(20) VALUE SPACES.
