               88  ASI-AUSENTE       VALUE 'A'.
               88  ASI-TARDE         VALUE 'T'.
               88  ASI-JUSTIFICADA   VALUE 'J'.
      *PLANILLA DE ASISTENCIA (PGMPLASI) DE LA QUE SE CARGO EL DIA;
      *BLANCOS = CARGADA SIN PLANILLA (REGISTROS ANTERIORES A LAS
      *PLANILLAS NUMERADAS O JUSTIFICACIONES POSTERIORES).
           05  ASI-PLANILLA   PIC X(06).
