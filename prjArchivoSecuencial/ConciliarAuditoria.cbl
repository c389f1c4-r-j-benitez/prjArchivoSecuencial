000344*                    LEE COMPLETA: PRIMERO LOS SEGMENTOS
000346*                    MENSUALES VIGENTES DEL INDICE
000347*                    BITACORAS_SEGMENTOS.TXT Y DESPUES EL VIVO.
000348*   2026-10-15  OFS  EL INDICE DE SEGMENTOS TRAE EL CONTROL FINAL
000349*                    DE CADA SEGMENTO: LINEA DEL INDICE A 80.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000580 FD  REPORTE.
000590 01  REPORTE-LINEA           PIC X(120).
000592 FD  INDICE.
000594 01  INDICE-LINEA            PIC X(80).
000600 WORKING-STORAGE SECTION.
000610 01  FS-ALUMNO               PIC XX.
000620 01  FS-AUDITORIA            PIC XX.
