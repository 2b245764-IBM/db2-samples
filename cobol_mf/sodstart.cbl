      * profile's flags.
      ***********************************************************************
       Step-Day-Class.
           move 0 to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.

           move "DAYCLASS" to log-step.
