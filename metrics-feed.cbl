           03 lg-return-code       pic 9(4).
           03 lg-complete          pic x.
           03 lg-attempt           pic 9.
           03 lg-program           pic x(20).
           03 lg-run-id            pic x(11).

       fd stats-in.
       01 stats-in-rec             pic x(132).
