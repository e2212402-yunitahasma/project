       data division.
       file section.
       fd msg-catalog.
           copy MSGKAT.
       working-storage section.
       77  ws-mc-status pic xx.
       77  ws-dimuat pic x value 'N'.
