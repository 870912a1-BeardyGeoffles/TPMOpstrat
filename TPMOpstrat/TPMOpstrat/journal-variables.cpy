       01 ws-jrnl-file pic x(10) value spaces.
       01 ws-jrnl-action pic x(1) value spaces.
       01 ws-jrnl-key pic x(10) value spaces.
       01 ws-jrnl-data pic x(500) value spaces.
