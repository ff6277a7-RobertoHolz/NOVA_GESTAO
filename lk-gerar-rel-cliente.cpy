           05 WL-PRM-REF-LAT                PIC S9(03)V9(08).
           05 WL-PRM-REF-LON                PIC S9(03)V9(08).
           05 WL-PRM-CONSOLIDADO            PIC X(01).
           05 WL-PRM-SEGMENTO               PIC X(04).
