      * Spaces (uploads from before the field existed) match whatever
      * the inventory carries.
           05  MR-METER-NO          PIC X(8).
      * Received (to-grid) register of a bidirectional meter on a
      * net-metered account: energy the customer's own generation
      * pushed back onto the grid. The reads above are the delivered
      * (from-grid) register. Both registers roll over the same way
      * and carry the same multiplier. Spaces or zeros (single-
      * register meters, and uploads from before the fields existed)
      * mean there is no received register to post.
           05  MR-RECV-PREVIOUS-READ PIC 9(6).
           05  MR-RECV-CURRENT-READ PIC 9(6).
