      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWPRY.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWPRY.
