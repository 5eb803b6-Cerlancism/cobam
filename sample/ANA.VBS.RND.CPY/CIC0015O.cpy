             88 CIC0015O-STOLEN          VALUE 004.
             88 CIC0015O-EXPIRED         VALUE 005.
             88 CIC0015O-NOT-YET-ISSUED  VALUE 006.
             88 CIC0015O-CANCELLED       VALUE 007.
