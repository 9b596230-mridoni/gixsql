              WHEN 'BENCH_MODE'
              WHEN 'VERIFY_ONLY'
              WHEN 'REPLAY_MODE'
              WHEN 'MATRIX_MODE'
                 PERFORM 008-PARM-FLAG-CHECK
                 IF PARM-FLAG-OK
                    PERFORM 014-PARM-ECHO-KEEP
