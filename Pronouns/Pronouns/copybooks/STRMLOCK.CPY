      * streamlock.dat exists only while the nightly stream holds the
      * files: stream-driver writes it before its first step, rewrites
      * it as each step starts, and removes it when the last step ends
      * clean. a step that fails leaves it behind marked stopped, so
      * the files stay locked until the driver is rerun and resumes.
           05 SL-LOCK-STATE PIC X(1).
             88 SL-STREAM-RUNNING VALUE "R".
             88 SL-STREAM-STOPPED VALUE "F".
           05 SL-LOCK-DATE PIC 9(8).
           05 SL-LOCK-TIME PIC 9(8).
           05 SL-OPERATOR-ID PIC X(8).
           05 SL-STEP-NUMBER PIC 9(2).
           05 SL-STEP-NAME PIC X(20).
