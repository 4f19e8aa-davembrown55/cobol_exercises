      * shared Add01 exchange-rate file SELECT - dated sterling
      * rates for the foreign currencies the calculator accepts
      * COPY FXRSEL.

           select fx-rate-file assign to "ADD01FXR.DAT"
               organization is line sequential
               file status is WS-FXR-STATUS.
