      * across jobs instead of each program reporting into its own
      * job log in isolation.  The channel counts are only meaningful
      * on greet-batch's end row; every other job leaves them zero.
      *
      * patron-edit also writes volume rows (RUNC-VOLUME-RECORD) once
      * its extract volume gate lets the night proceed - one total
      * row with the raw PATRONRAW count, then one row per home branch
      * and one per delivery channel, each count in RUNC-INPUT-COUNT
      * - so later nights can read a trailing average back out of the
      * dated RUNCTL archives.  Its start, volume and end rows carry
      * whether the operator overrode the gate, and the end row the
      * gate's result; a night the gate stopped gets no volume rows,
      * only an end row with status G instead of C.  Every other job
      * leaves the volume and gate fields blank, and the night-end
      * controller reads only start and end rows.
       01  RUN-CONTROL-RECORD.
           05  RUNC-JOB-NAME            PIC X(14).
           05  RUNC-RUN-DATE            PIC X(8).
           05  RUNC-RECORD-TYPE         PIC X(1).
               88  RUNC-START-RECORD        VALUE 'S'.
               88  RUNC-END-RECORD          VALUE 'E'.
               88  RUNC-VOLUME-RECORD       VALUE 'V'.
           05  RUNC-TIMESTAMP           PIC X(21).
           05  RUNC-STATUS              PIC X(1).
               88  RUNC-COMPLETED           VALUE 'C'.
               88  RUNC-GATE-STOPPED        VALUE 'G'.
           05  RUNC-INPUT-COUNT         PIC 9(8).
           05  RUNC-OUTPUT-COUNT        PIC 9(8).
           05  RUNC-SKIP-COUNT          PIC 9(8).
           05  RUNC-PRINT-COUNT         PIC 9(8).
           05  RUNC-EMAIL-COUNT         PIC 9(8).
           05  RUNC-SMS-COUNT           PIC 9(8).
           05  RUNC-VOLUME-CLASS        PIC X(1).
               88  RUNC-VOLUME-TOTAL        VALUE 'T'.
               88  RUNC-VOLUME-BRANCH       VALUE 'B'.
               88  RUNC-VOLUME-CHANNEL      VALUE 'C'.
           05  RUNC-VOLUME-KEY          PIC X(4).
           05  RUNC-GATE-RESULT         PIC X(1).
               88  RUNC-GATE-PASSED         VALUE 'P'.
               88  RUNC-GATE-FAILED         VALUE 'F'.
               88  RUNC-GATE-NOT-CHECKED    VALUE 'N'.
           05  RUNC-GATE-OVERRIDE       PIC X(1).
               88  RUNC-GATE-OVERRIDDEN     VALUE 'Y'.
