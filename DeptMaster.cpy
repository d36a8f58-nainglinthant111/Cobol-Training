           02 DP-DEPT-CODE        PIC X(4).
           02 DP-DEPT-NAME        PIC X(20).
           02 DP-STATUS           PIC X.
           02 DP-MANAGER-ID       PIC X(10).
