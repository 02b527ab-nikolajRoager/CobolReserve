      *VALUE 0 so posting programs that predate the field never
      *write garbage into it
         05 WS-TR-VALUE-DATE PIC 9(8) VALUE 0.
      *VALUE SPACES so posting programs that predate the field never
      *write garbage into it
         05 WS-TR-MCC PIC X(4) VALUE SPACES.
