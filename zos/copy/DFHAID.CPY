           05 DFHCLEAR              PIC X(01) VALUE '_'.                00000080
           05 DFHPF3                PIC X(01) VALUE '3'.                00000090
           05 DFHPF5                PIC X(01) VALUE '5'.                00000100
           05 DFHPF6                PIC X(01) VALUE '6'.                00000103
           05 DFHPF7                PIC X(01) VALUE '7'.                00000106
           05 DFHPF8                PIC X(01) VALUE '8'.                00000110
           05 DFHPF10               PIC X(01) VALUE ':'.                00000120
           05 DFHPF11               PIC X(01) VALUE '#'.                00000130
