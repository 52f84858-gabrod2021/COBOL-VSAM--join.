      *----------------------------------------------------------------*
      * Copybook: FENVREG
      * Purpose : Record layout for FEED-NOMINA-ENVIADOS.DAT, the
      *           archive of every detail sent to the payroll vendor.
      *           Shared by the feed program that appends the details
      *           of each feed and by the reconciliation program that
      *           matches them against the vendor acknowledgement and
      *           appends the details it prepares for resending. The
      *           origin fields are zero for an original detail and
      *           point at the rejected or unacknowledged detail for a
      *           resent one.
      *----------------------------------------------------------------*
       01 ENV-DETALLE-REG.
          05 ENV-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01).
          05 ENV-SECUENCIA                  PIC 9(06).
          05 FILLER                         PIC X(01).
          05 ENV-NRO-DETALLE                PIC 9(08).
          05 FILLER                         PIC X(01).
          05 ENV-ORIGEN-SECUENCIA           PIC 9(06).
          05 FILLER                         PIC X(01).
          05 ENV-ORIGEN-NRO-DETALLE         PIC 9(08).
          05 FILLER                         PIC X(01).
          05 ENV-DETALLE.
             10 ENV-DET-TIPO                PIC X(01).
             10 ENV-DET-ACCION              PIC X(02).
             10 ENV-DET-ID-EMPLEADO         PIC 9(08).
             10 ENV-DET-IMAGEN              PIC X(150).
