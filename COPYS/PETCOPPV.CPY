      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWPPV.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWPPV.
