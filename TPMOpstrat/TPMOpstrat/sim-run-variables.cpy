      *  SCRATCH FIELDS FOR THE DRY RUN (SIMULATE) OPTION SHARED BY
      *  THE DESTRUCTIVE AND BULK-UPDATE JOBS VIA SIM-RUN.CPY. THE
      *  JOB NAMES ITSELF AND ITS PARAMETERS, SETS THE SIMULATE
      *  REQUEST OR QUOTES A TOKEN, AND ITS WORK PARAGRAPH TESTS
      *  SIM-MODE BEFORE EVERY UPDATE - DESCRIBING THE CHANGE IN
      *  WS-SIM-LINE AND PERFORMING P862 INSTEAD OF MAKING IT.
       01 ws-sim-job pic x(9) value spaces.
       01 ws-sim-params pic x(30) value spaces.
       01 ws-sim-request pic x(1) value "N".
         88 sim-requested value "Y" "y".
       01 ws-sim-token-in pic x(10) value spaces.
       01 ws-sim-mode pic x(1) value "N".
         88 sim-mode value "Y".
       01 ws-sim-verify pic x(1) value "N".
         88 sim-verifying value "Y".
       01 ws-sim-result pic x(1) value "Y".
         88 sim-ok value "Y".
       01 ws-sim-message pic x(70) value spaces.
       01 ws-sim-line pic x(120) value spaces.
       01 ws-sim-ptr pic 9(3) value 1.
       01 ws-sim-count pic 9(7) value zero.
       01 ws-sim-checksum pic 9(15) value zero.
       01 ws-sim-line-sum pic 9(9) value zero.
       01 ws-sim-sub pic 9(3) value zero.
       01 ws-sim-numeric pic 9(10) value zero.
       01 ws-sim-token-out pic x(10) value spaces.
       01 ws-sim-report-id pic x(10) value spaces.
       01 ws-sim-seq-key pic x(10) value spaces.
       01 ws-sim-seq-missing pic x(1) value "N".
         88 sim-seq-missing value "Y".
       01 ws-sim-count-disp pic ZZZZZZ9 value zero.
       01 ws-sim-stamp pic x(21) value spaces.
       01 ws-sim-stamped pic x(80) value spaces.
       01 ws-sim-copy-status pic 9(4) comp value zero.
       01 ws-path-simrptfile pic x(60) value spaces.
       01 ws-path-simtokfile pic x(60) value spaces.
