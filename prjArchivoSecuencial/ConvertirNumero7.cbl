000330*
000340* HISTORIAL DE MODIFICACIONES
000350*   2026-08-22  OFS  VERSION INICIAL.
000353*   2026-10-15  OFS  ASISTENCIA CON EL CURSO EN BLANCO (PASE DE
000356*                    LISTA DIARIO, VER ASISTENCIAREGISTRO.CPY).
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
003740
003750 5100-PASAR-ASISTENCIA.
003760     MOVE ASI-FECHA-V5 TO ASIFECHA.
003765     MOVE SPACES TO ASICURSO.
003770     MOVE ASI-NUMERO-V5 TO ASINUMERO.
003780     MOVE ASI-ESTADO-V5 TO ASIESTADO.
003790     WRITE ASISTENCIA-REGISTRO.
