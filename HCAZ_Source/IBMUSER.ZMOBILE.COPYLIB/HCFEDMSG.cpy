           03 FEED-ADDRESS             PIC X(20).
           03 FEED-CITY                PIC X(20).
           03 FEED-POSTCODE            PIC X(10).
      *    National patient identifier once the trace has verified
      *    it - blank until then
           03 FEED-NATIONAL-ID         PIC X(10).
