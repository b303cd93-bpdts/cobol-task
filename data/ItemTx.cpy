         10  itr-material-type           pic X(01).
         10  itr-replacement-cost        pic 9(03)V99
                                 usage packed-decimal.
         10  itr-home-branch             pic X(02).
         10  filler                      pic X(03).
