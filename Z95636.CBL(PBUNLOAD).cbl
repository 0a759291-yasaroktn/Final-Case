      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
      *The nightly unload is the fifth step of the end-of-day chain
      *and registers on the run control; a reload is a recovery
      *operation outside the schedule and runs unregistered.
       0000-MAIN.
