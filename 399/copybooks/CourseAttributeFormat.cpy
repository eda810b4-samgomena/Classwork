      ******************************************************************
      * Copybook: CourseAttributeFormat
      * Purpose: Shared layout for CourseAttributes.txt -- one row per
      *          attribute a catalog course carries, keyed department
      *          + course number the way CourseCatalog.txt is: a
      *          general-education area (GEAH, GESS, GENS ...), a
      *          writing-intensive designation (WI), online delivery
      *          (ONL), a lab fee designation (LABF) and the like.
      *          Codes are upper case, up to four characters; a course
      *          carries each code at most once. Maintained by
      *          CATALOG-MAINT's T action; read through the
      *          COURSE-ATTRIBUTES lookup. COPY'd into CATALOG-MAINT
      *          and COURSE-ATTRIBUTES.
      ******************************************************************
       01 COURSE-ATTRIBUTE-RECORD.
           03 CA-DEPT                  PIC X(6).
           03 FILLER                   PIC X(1).
           03 CA-COURSE-NUMBER         PIC X(5).
           03 FILLER                   PIC X(1).
           03 CA-ATTRIBUTE             PIC X(4).
