              03 rej-calcod            pic x(2).
              03 rej-chnid             pic x(4).
              03 rej-chnsrc            pic x.
              03 rej-caljnt            pic x(6).
              03 rej-dccnv             pic x(6).
              03 rej-refid             pic x(16).
              03 rej-fisent            pic x(4).
              03 filler                pic x(16).
           02 rej-reason               pic 9.
